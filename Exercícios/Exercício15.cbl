               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-NOTAS ASSIGN TO "NOTASF5.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

      *    DECISOES DO CONSELHO DE CLASSE (EX62) SOBRE OS CASOS
      *    LIMITROFES DO ANO. SEM O ARQUIVO, VALE SO A REGRA.
           SELECT ARQ-CONSELHO ASSIGN TO "CONSEL62.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS FS-CONSELHO.

      *    DEPENDENCIAS: AS DISCIPLINAS REPROVADAS DO ALUNO PROMOVIDO.
           SELECT ARQ-DEPEND ASSIGN TO "DEPEND15.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-DEPEND.

           SELECT ARQ-RESULTADO ASSIGN TO "RESULT15.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADO.
       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-CONSELHO.
           COPY CONSELHO.

       FD  ARQ-DEPEND.
           COPY DEPEND.

       FD  ARQ-RESULTADO.
       01  REG-RESULTADO.
           05 RES-MATRICULA   PIC 9(06).
           05 TR-MEDIA        PIC 9(02)V99.
           05 TR-REPROV       PIC 9(03).
           05 TR-DECISAO      PIC X(15).
           05 TR-CONSELHO     PIC X(01).

       FD  ARQ-TRAB2.
       01  REG-TRAB2.
           05 TR2-MEDIA       PIC 9(02)V99.
           05 TR2-REPROV      PIC 9(03).
           05 TR2-DECISAO     PIC X(15).
           05 TR2-CONSELHO    PIC X(01).

       FD  ARQ-HISTORICO.
       01  REG-HISTORICO.
       77 FS-TRAB2        PIC X(02) VALUE SPACES.
       77 FS-HISTORICO    PIC X(02) VALUE SPACES.
       77 FS-HISTTMP      PIC X(02) VALUE SPACES.
       77 FS-CONSELHO     PIC X(02) VALUE SPACES.
       77 CONSELHO-ABERTO PIC X(01) VALUE 'N'.
       77 MARCA-CONSELHO  PIC X(01) VALUE SPACES.
       77 TOTAL-CONSELHO  PIC 9(05) VALUE ZEROS.
       77 TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.
       77 FS-DEPEND       PIC X(02) VALUE SPACES.
       77 FIM-DEPEND      PIC X(01) VALUE 'N'.
       77 DISCIPLINA-NOTA PIC X(06) VALUE SPACES.
       77 IDX-REPROVADA   PIC 9(02) VALUE ZEROS.
       77 REPROVADA-NOVA  PIC X(01) VALUE 'N'.
       77 TOTAL-DEP-NOVAS PIC 9(05) VALUE ZEROS.
       77 TOTAL-DEP-CUMPRIDAS PIC 9(05) VALUE ZEROS.
       77 FIM-HISTORICO   PIC X(01) VALUE 'N'.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 FIM-ALUNOS      PIC X(01) VALUE 'N'.
       77 FIM-TRAB        PIC X(01) VALUE 'N'.
       77 FIM-TRAB2       PIC X(01) VALUE 'N'.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 SOMA-NOTAS      PIC 9(05)V99 VALUE ZEROS.
       77 QTD-LANCAMENTOS PIC 9(03) VALUE ZEROS.
       77 QTD-REPROVACOES PIC 9(03) VALUE ZEROS.
       77 MEDIA-GERAL     PIC 9(02)V99 VALUE ZEROS.
      *    DISCIPLINAS REPROVADAS (INCLUINDO REPROVACAO POR FALTA).
       77 MEDIA-MINIMA    PIC 9(02)V99 VALUE 5.
       77 MAX-REPROVACOES PIC 9(02) VALUE 2.
      *    DISCIPLINAS REPROVADAS DO ALUNO NO ANO (SEM REPETIR A MESMA
      *    DISCIPLINA DOS DOIS PERIODOS), QUE VIRAM DEPENDENCIA SE ELE
      *    FOR PROMOVIDO.
       01 TABELA-REPROVADAS.
           02 QTD-REPROVADAS PIC 9(02) VALUE ZEROS.
           02 REPROVADA      PIC X(06) OCCURS 20 TIMES.
       01 LINHA-DET.
           02 LPR-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LPR-REPROV     PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LPR-DECISAO    PIC X(15).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LPR-CONSELHO   PIC X(18).
       PROCEDURE DIVISION.
      *    FECHAMENTO DE ANO: PARA CADA ALUNO DO CADASTRO, LE TODOS
      *    OS LANCAMENTOS DO ANO EM NOTASF5.DAT, CALCULA A MEDIA
      *    CALCULADORA EM CIMA DOS BOLETINS. AS DECISOES PASSAM POR
      *    UM ARQUIVO DE TRABALHO EM DISCO, ENTAO O FECHAMENTO
      *    ACEITA QUALQUER TAMANHO DE CADASTRO - A LISTA IMPRESSA
      *    NAO TEM MAIS O TETO DE 500 ALUNOS. O ALUNO QUE A REGRA
      *    RETERIA MAS QUE O CONSELHO DE CLASSE APROVOU NO EX62 SAI
      *    APROVADO DE ANO, MARCADO NA LISTA COMO DECISAO DO CONSELHO;
      *    CASO LIMITROFE AINDA SEM DECISAO FICA RETIDO E E AVISADO.
      *    O PROMOVIDO COM DISCIPLINA REPROVADA LEVA CADA UMA COMO
      *    DEPENDENCIA (DEPEND15.DAT) PARA O ANO SEGUINTE, E A
      *    DEPENDENCIA DE ANO ANTERIOR EM QUE O ALUNO FOI APROVADO
      *    NESTE ANO E DADA POR CUMPRIDA.
           PERFORM UNTIL ANO-LETIVO >= 1900 AND ANO-LETIVO <= 2999
               DISPLAY 'DIGITE O ANO LETIVO DO FECHAMENTO (EX: 2026)'
               ACCEPT ANO-LETIVO
               GOBACK
           END-IF

           OPEN INPUT ARQ-CONSELHO
           IF FS-CONSELHO = "00"
               MOVE 'S' TO CONSELHO-ABERTO
           END-IF
           OPEN I-O ARQ-DEPEND
           IF FS-DEPEND = "35"
               OPEN OUTPUT ARQ-DEPEND
               CLOSE ARQ-DEPEND
               OPEN I-O ARQ-DEPEND
           END-IF

           OPEN OUTPUT ARQ-RESULTADO
           OPEN OUTPUT ARQ-TRAB

           CLOSE ARQ-RESULTADO
           CLOSE ARQ-TRAB
           CLOSE ARQ-HISTORICO
           IF CONSELHO-ABERTO = 'S'
               CLOSE ARQ-CONSELHO
           END-IF
           CLOSE ARQ-DEPEND

           OPEN OUTPUT ARQ-PROMOCAO
           PERFORM IMPRIMIR-LISTA-PROMOCAO
           DISPLAY 'FECHAMENTO DE ' ANO-LETIVO ': '
               TOTAL-APROVADOS ' APROVADOS, ' TOTAL-RETIDOS
               ' RETIDOS, ' TOTAL-SEM-NOTAS ' SEM LANCAMENTOS.'
           IF TOTAL-CONSELHO > 0
               DISPLAY TOTAL-CONSELHO ' ALUNO(S) APROVADO(S) PELO '
                   'CONSELHO DE CLASSE.'
           END-IF
           IF TOTAL-PENDENTES > 0
               DISPLAY 'AVISO: ' TOTAL-PENDENTES ' CASO(S) DO '
                   'CONSELHO SEM DECISAO - FICARAM RETIDOS PELA REGRA.'
           END-IF
           DISPLAY 'DEPENDENCIAS: ' TOTAL-DEP-NOVAS ' NOVA(S), '
               TOTAL-DEP-CUMPRIDAS ' CUMPRIDA(S) NESTE ANO '
               '(DEPEND15.DAT).'
           DISPLAY 'DECISOES EM RESULT15.DAT, LISTA EM PROMO15.PRT.'
           GOBACK.

           MOVE ZEROS TO SOMA-NOTAS
           MOVE ZEROS TO QTD-LANCAMENTOS
           MOVE ZEROS TO QTD-REPROVACOES
           MOVE SPACES TO MARCA-CONSELHO
           MOVE ZEROS TO QTD-REPROVADAS

           MOVE 'N' TO FIM-NOTAS
           MOVE MATRICULA TO CN-MATRICULA
                       ELSE
                           ADD 1 TO QTD-LANCAMENTOS
                           ADD CN-NOTA TO SOMA-NOTAS
                           MOVE CN-MATERIA(1:6) TO DISCIPLINA-NOTA
                           IF CN-SITUACAO = 'REPROVADO'
                              OR CN-SITUACAO = 'REPROVADO POR FALTA'
                               ADD 1 TO QTD-REPROVACOES
                               PERFORM GUARDAR-REPROVADA
                           END-IF
                           IF CN-SITUACAO = 'APROVADO'
                               PERFORM CUMPRIR-DEPENDENCIA
                           END-IF
                       END-IF
               END-READ
               COMPUTE MEDIA-GERAL ROUNDED =
                   SOMA-NOTAS / QTD-LANCAMENTOS
               PERFORM APLICAR-REGRA-PROMOCAO
               IF DECISAO = 'RETIDO' AND CONSELHO-ABERTO = 'S'
                   PERFORM APLICAR-DECISAO-CONSELHO
               END-IF
               PERFORM GRAVAR-RESULTADO
               PERFORM GRAVAR-NO-TRABALHO
               PERFORM ACERTAR-DEPENDENCIAS
           END-IF.

       GUARDAR-REPROVADA.
           MOVE 'S' TO REPROVADA-NOVA
           MOVE 1 TO IDX-REPROVADA
           PERFORM UNTIL IDX-REPROVADA > QTD-REPROVADAS
               IF REPROVADA(IDX-REPROVADA) = DISCIPLINA-NOTA
                   MOVE 'N' TO REPROVADA-NOVA
               END-IF
               ADD 1 TO IDX-REPROVADA
           END-PERFORM
           IF REPROVADA-NOVA = 'S' AND QTD-REPROVADAS < 20
               ADD 1 TO QTD-REPROVADAS
               MOVE DISCIPLINA-NOTA TO REPROVADA(QTD-REPROVADAS)
           END-IF.

       CUMPRIR-DEPENDENCIA.
      *    APROVADO NESTE ANO NUMA DISCIPLINA QUE ELE DEVIA DE ANO
      *    ANTERIOR: A DEPENDENCIA PENDENTE E DADA POR CUMPRIDA.
           MOVE 'N' TO FIM-DEPEND
           MOVE MATRICULA       TO DP-MATRICULA
           MOVE DISCIPLINA-NOTA TO DP-DISCIPLINA
           MOVE ZEROS           TO DP-ANO-ORIGEM
           START ARQ-DEPEND KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-DEPEND
           END-START
           PERFORM UNTIL FIM-DEPEND = 'S'
               READ ARQ-DEPEND NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DEPEND
                   NOT AT END
                       IF DP-MATRICULA NOT = MATRICULA
                          OR DP-DISCIPLINA NOT = DISCIPLINA-NOTA
                          OR DP-ANO-ORIGEM NOT < ANO-LETIVO
                           MOVE 'S' TO FIM-DEPEND
                       ELSE
                           IF DP-SITUACAO = 'P'
                               MOVE 'C' TO DP-SITUACAO
                               MOVE ANO-LETIVO TO DP-ANO-CUMPRIDA
                               REWRITE REG-DEPEND
                                   INVALID KEY
                                       DISPLAY 'ERRO AO BAIXAR A '
                                           'DEPENDENCIA ' MATRICULA
                                           ' ' DISCIPLINA-NOTA
                                   NOT INVALID KEY
                                       ADD 1 TO TOTAL-DEP-CUMPRIDAS
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACERTAR-DEPENDENCIAS.
      *    PROMOVIDO: CADA DISCIPLINA REPROVADA DO ANO VIRA
      *    DEPENDENCIA (REPETIR O FECHAMENTO NAO DUPLICA - A CHAVE JA
      *    EXISTE). RETIDO: O ALUNO REFAZ O ANO INTEIRO, ENTAO UMA
      *    DEPENDENCIA DESTE ANO GRAVADA NUM FECHAMENTO ANTERIOR (ANTES
      *    DE UMA NOTA CORRIGIDA) E DESFEITA.
           MOVE 1 TO IDX-REPROVADA
           PERFORM UNTIL IDX-REPROVADA > QTD-REPROVADAS
               MOVE MATRICULA TO DP-MATRICULA
               MOVE REPROVADA(IDX-REPROVADA) TO DP-DISCIPLINA
               MOVE ANO-LETIVO TO DP-ANO-ORIGEM
               IF DECISAO = 'APROVADO DE ANO'
                   MOVE AL-TURMA TO DP-TURMA-ORIGEM
                   MOVE 'P'      TO DP-SITUACAO
                   MOVE ZEROS    TO DP-ANO-INCLUIDA
                   MOVE ZEROS    TO DP-ANO-CUMPRIDA
                   WRITE REG-DEPEND
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-DEP-NOVAS
                   END-WRITE
               ELSE
                   DELETE ARQ-DEPEND
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               ADD 1 TO IDX-REPROVADA
           END-PERFORM.

       APLICAR-REGRA-PROMOCAO.
           IF MEDIA-GERAL < MEDIA-MINIMA
              OR QTD-REPROVACOES > MAX-REPROVACOES
               ADD 1 TO TOTAL-APROVADOS
           END-IF.

       APLICAR-DECISAO-CONSELHO.
      *    SO O ALUNO QUE A REGRA RETEVE PASSA PELO CONSELHO: SE A
      *    NOTA FOI CORRIGIDA E ELE JA PASSA PELA REGRA, A DECISAO
      *    DO CONSELHO NAO E MAIS NECESSARIA.
           MOVE ANO-LETIVO TO CS-ANO
           MOVE AL-TURMA   TO CS-TURMA
           MOVE MATRICULA  TO CS-MATRICULA
           READ ARQ-CONSELHO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CS-DECISAO TO MARCA-CONSELHO
                   IF CS-DECISAO = 'A'
                       MOVE 'APROVADO DE ANO' TO DECISAO
                       SUBTRACT 1 FROM TOTAL-RETIDOS
                       ADD 1 TO TOTAL-APROVADOS
                       ADD 1 TO TOTAL-CONSELHO
                   END-IF
                   IF CS-DECISAO = 'P'
                       ADD 1 TO TOTAL-PENDENTES
                   END-IF
           END-READ.

       GRAVAR-RESULTADO.
           MOVE MATRICULA TO RES-MATRICULA
           MOVE ANO-LETIVO TO RES-ANO
               MOVE QTD-REPROVACOES TO TR-REPROV
           END-IF
           MOVE DECISAO TO TR-DECISAO
           MOVE MARCA-CONSELHO TO TR-CONSELHO
           WRITE REG-TRAB.

       IMPRIMIR-LISTA-PROMOCAO.
               ' SEM LANCAMENTOS'
               DELIMITED BY SIZE INTO LINHA-PROMOCAO
           WRITE LINHA-PROMOCAO
           IF TOTAL-CONSELHO > 0 OR TOTAL-PENDENTES > 0
               MOVE SPACES TO LINHA-PROMOCAO
               STRING 'APROVADOS PELO CONSELHO DE CLASSE: '
                   TOTAL-CONSELHO '   CASOS DO CONSELHO SEM DECISAO: '
                   TOTAL-PENDENTES
                   DELIMITED BY SIZE INTO LINHA-PROMOCAO
               WRITE LINHA-PROMOCAO
           END-IF
           MOVE SPACES TO LINHA-PROMOCAO
           MOVE 'ASSINATURA DA DIRECAO: ______________________'
               TO LINHA-PROMOCAO
                           MOVE TR2-MEDIA     TO LPR-MEDIA
                           MOVE TR2-REPROV    TO LPR-REPROV
                           MOVE TR2-DECISAO   TO LPR-DECISAO
                           PERFORM NOME-MARCA-CONSELHO
                           MOVE LINHA-DET TO LINHA-PROMOCAO
                           WRITE LINHA-PROMOCAO
                           IF TR2-DECISAO = 'APROVADO DE ANO'
               DELIMITED BY SIZE INTO LINHA-PROMOCAO
           WRITE LINHA-PROMOCAO.

       NOME-MARCA-CONSELHO.
           IF TR2-CONSELHO = 'A'
               MOVE 'PELO CONSELHO' TO LPR-CONSELHO
           ELSE
               IF TR2-CONSELHO = 'R'
                   MOVE 'MANTIDO CONSELHO' TO LPR-CONSELHO
               ELSE
                   IF TR2-CONSELHO = 'P'
                       MOVE 'CONSELHO PENDENTE' TO LPR-CONSELHO
                   ELSE
                       MOVE SPACES TO LPR-CONSELHO
                   END-IF
               END-IF
           END-IF.

       END PROGRAM EX15.
