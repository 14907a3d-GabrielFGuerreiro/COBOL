       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX69.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESULTADO ASSIGN TO "RESULT15.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
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

           SELECT ARQ-FREQ ASSIGN TO "FREQ25.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS FS-FREQ.

           SELECT ARQ-OCOR ASSIGN TO "OCOR47.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE
               FILE STATUS IS FS-OCOR.

           SELECT ARQ-RANKING ASSIGN TO "RANK69.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RANKING.

           SELECT ARQ-HONRA ASSIGN TO "HONRA69.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HONRA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESULTADO.
       01  REG-RESULTADO.
           05 RES-MATRICULA   PIC 9(06).
           05 RES-ANO         PIC 9(04).
           05 RES-MEDIA       PIC 9(02)V99.
           05 RES-REPROVACOES PIC 9(02).
           05 RES-DECISAO     PIC X(15).

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-FREQ.
           COPY FREQ.

       FD  ARQ-OCOR.
           COPY OCOR.

       FD  ARQ-RANKING.
       01  LINHA-RANKING PIC X(100).

       FD  ARQ-HONRA.
       01  LINHA-HONRA PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-RESULTADO    PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-FREQ         PIC X(02) VALUE SPACES.
       77 FS-OCOR         PIC X(02) VALUE SPACES.
       77 FS-RANKING      PIC X(02) VALUE SPACES.
       77 FS-HONRA        PIC X(02) VALUE SPACES.
       77 NOTAS-ABERTO    PIC X(01) VALUE 'N'.
       77 FREQ-ABERTO     PIC X(01) VALUE 'N'.
       77 OCOR-ABERTO     PIC X(01) VALUE 'N'.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 TURMA-FILTRO    PIC X(06) VALUE SPACES.
       77 MEDIA-HONRA     PIC 9(02)V99 VALUE ZEROS.
       77 MEDIA-HONRA-EDITADA PIC Z9.99.
       77 FIM-RESULTADO   PIC X(01) VALUE 'N'.
       77 FIM-LEITURA     PIC X(01) VALUE 'N'.
       77 IDX             PIC 9(03) VALUE ZEROS.
       77 IDX-2           PIC 9(03) VALUE ZEROS.
       77 VEM-ANTES       PIC X(01) VALUE 'N'.
       77 ALUNOS-FORA     PIC 9(04) VALUE ZEROS.
       77 SEM-CADASTRO    PIC 9(04) VALUE ZEROS.
       77 TURMA-ANTERIOR  PIC X(06) VALUE SPACES.
       77 POSICAO         PIC 9(03) VALUE ZEROS.
       77 ORDEM-NA-TURMA  PIC 9(03) VALUE ZEROS.
       77 ALUNOS-HONRA    PIC 9(04) VALUE ZEROS.
       77 TURMAS-RANKING  PIC 9(04) VALUE ZEROS.
      *    PAGINACAO DO QUADRO DE HONRA NO MESMO PADRAO DO BOLETIM DO
      *    EX7: TITULO, ANO, EMISSAO E PAGINA REPETIDOS NO TOPO.
       77 LINHAS-POR-PAGINA PIC 9(02) VALUE 60.
       77 LINHAS-NA-PAGINA  PIC 9(02) VALUE ZEROS.
       77 PAGINA-ATUAL      PIC 9(03) VALUE ZEROS.
       77 DATA-EMISSAO      PIC 9(08) VALUE ZEROS.
       01 LINHA-PENDENTE    PIC X(100) VALUE SPACES.
      *    UM ITEM POR ALUNO COM DECISAO NO ANO; A ESCOLA CABE EM 500
      *    ALUNOS - O QUE PASSAR DISSO SAI CONTADO NO AVISO FINAL.
       01 TABELA-RANKING.
           02 QTD-RANKING    PIC 9(03) VALUE ZEROS.
           02 ITEM-RANKING OCCURS 500 TIMES.
               03 RK-TURMA       PIC X(06).
               03 RK-MATRICULA   PIC 9(06).
               03 RK-NOME        PIC X(30).
               03 RK-MEDIA       PIC 9(02)V99.
               03 RK-REPROV      PIC 9(02).
               03 RK-FALTAS      PIC 9(04).
               03 RK-OCORRENCIAS PIC 9(03).
               03 RK-DISCIPLINAS PIC 9(02).
               03 RK-MENOR-NOTA  PIC 9(02)V99.
               03 RK-DECISAO     PIC X(15).
               03 RK-POSICAO     PIC 9(03).
       01 RANKING-TROCA      PIC X(79).
       01 LINHA-DET.
           02 LD-POSICAO     PIC ZZ9.
           02 LD-EMPATE      PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LD-MATRICULA   PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LD-NOME        PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LD-MEDIA       PIC Z9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-REPROV      PIC Z9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-FALTAS      PIC ZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-OCORRENCIAS PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-DISCIPLINAS PIC Z9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-MENOR-NOTA  PIC Z9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-DECISAO     PIC X(15).
       01 LINHA-HONRA-DET.
           02 LH-TURMA       PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LH-POSICAO     PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LH-MATRICULA   PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LH-NOME        PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LH-MEDIA       PIC Z9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LH-MENOR-NOTA  PIC Z9.99.
       PROCEDURE DIVISION.
      *    CLASSIFICACAO DOS ALUNOS POR TURMA NO ANO LETIVO, A PARTIR
      *    DAS DECISOES DO FECHAMENTO DO EX15 (RESULT15.DAT) E DAS
      *    NOTAS DO ANO EM NOTASF5.DAT - ANTES A SECRETARIA ORDENAVA O
      *    PROMO15.PRT A MAO. A ORDEM E PELA MEDIA DO ANO, DA MAIOR
      *    PARA A MENOR; NO EMPATE DE MEDIA VALEM, NESTA ORDEM:
      *      1) MENOS REPROVACOES NO ANO (RESULT15);
      *      2) MENOS FALTAS ('F') NO DIARIO DO EX25 NO ANO;
      *      3) MENOS OCORRENCIAS DISCIPLINARES DO EX47 NO ANO (QUEM
      *         NAO TEM NENHUMA FICA NA FRENTE).
      *    PERSISTINDO O EMPATE EM TUDO, OS ALUNOS DIVIDEM A MESMA
      *    POSICAO (MARCADA COM '=') E SAEM EM ORDEM DE MATRICULA. O
      *    QUADRO DE HONRA LISTA QUEM TEM MEDIA IGUAL OU ACIMA DO
      *    CORTE INFORMADO E NENHUMA REPROVACAO, PAGINADO COMO O
      *    BOLETIM DO EX7.
           PERFORM UNTIL ANO-LETIVO >= 1900 AND ANO-LETIVO <= 2999
               DISPLAY 'ANO LETIVO DO FECHAMENTO (EX: 2026):'
               ACCEPT ANO-LETIVO
           END-PERFORM
           DISPLAY 'TURMA (EM BRANCO = TODAS):'
           ACCEPT TURMA-FILTRO
           DISPLAY 'MEDIA MINIMA DO QUADRO DE HONRA (0 = PADRAO '
               '8,00):'
           ACCEPT MEDIA-HONRA
           IF MEDIA-HONRA = 0
               MOVE 8 TO MEDIA-HONRA
           END-IF

           OPEN INPUT ARQ-RESULTADO
           IF FS-RESULTADO NOT = "00"
               DISPLAY 'RESULT15.DAT NAO ENCONTRADO - RODE O '
                   'FECHAMENTO DO EX15 ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               CLOSE ARQ-RESULTADO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-NOTAS
           IF FS-NOTAS = "00"
               MOVE 'S' TO NOTAS-ABERTO
           ELSE
               DISPLAY 'AVISO: NOTASF5.DAT NAO ENCONTRADO - AS '
                   'COLUNAS DE DISCIPLINAS E MENOR NOTA SAIRAO '
                   'ZERADAS.'
           END-IF
           OPEN INPUT ARQ-FREQ
           IF FS-FREQ = "00"
               MOVE 'S' TO FREQ-ABERTO
           ELSE
               DISPLAY 'AVISO: FREQ25.DAT NAO ENCONTRADO - O '
                   'DESEMPATE POR FALTAS NAO SERA APLICADO.'
           END-IF
           OPEN INPUT ARQ-OCOR
           IF FS-OCOR = "00"
               MOVE 'S' TO OCOR-ABERTO
           ELSE
               DISPLAY 'AVISO: OCOR47.DAT NAO ENCONTRADO - O '
                   'DESEMPATE POR OCORRENCIAS NAO SERA APLICADO.'
           END-IF

           PERFORM CARREGAR-RESULTADOS
           PERFORM ORDENAR-RANKING
           PERFORM NUMERAR-POSICOES
           PERFORM IMPRIMIR-RANKING
           PERFORM IMPRIMIR-QUADRO-HONRA

           CLOSE ARQ-RESULTADO
           CLOSE ARQ-ALUNOS
           IF NOTAS-ABERTO = 'S'
               CLOSE ARQ-NOTAS
           END-IF
           IF FREQ-ABERTO = 'S'
               CLOSE ARQ-FREQ
           END-IF
           IF OCOR-ABERTO = 'S'
               CLOSE ARQ-OCOR
           END-IF
           DISPLAY 'CLASSIFICACAO DE ' QTD-RANKING ' ALUNOS EM '
               TURMAS-RANKING ' TURMA(S) EM RANK69.PRT; QUADRO DE '
               'HONRA (' ALUNOS-HONRA ' ALUNOS) EM HONRA69.PRT.'
           STOP RUN.

       CARREGAR-RESULTADOS.
      *    A TURMA E O NOME VEM DO CADASTRO; ALUNO SEM TURMA NAO ENTRA
      *    NA CLASSIFICACAO, E O FECHAMENTO 'SEM LANCAMENTOS' TAMBEM
      *    NAO (NAO HA MEDIA A COMPARAR).
           PERFORM UNTIL FIM-RESULTADO = 'S'
               READ ARQ-RESULTADO
                   AT END
                       MOVE 'S' TO FIM-RESULTADO
                   NOT AT END
                       IF RES-ANO = ANO-LETIVO
                          AND RES-DECISAO NOT = 'SEM LANCAMENTOS'
                           PERFORM INCLUIR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.

       INCLUIR-ALUNO.
           MOVE RES-MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   ADD 1 TO SEM-CADASTRO
               NOT INVALID KEY
                   IF AL-TURMA NOT = SPACES
                      AND (TURMA-FILTRO = SPACES
                           OR AL-TURMA = TURMA-FILTRO)
                       IF QTD-RANKING < 500
                           PERFORM MONTAR-ITEM
                       ELSE
                           ADD 1 TO ALUNOS-FORA
                       END-IF
                   END-IF
           END-READ.

       MONTAR-ITEM.
           ADD 1 TO QTD-RANKING
           MOVE AL-TURMA TO RK-TURMA(QTD-RANKING)
           MOVE RES-MATRICULA TO RK-MATRICULA(QTD-RANKING)
           MOVE AL-NOME TO RK-NOME(QTD-RANKING)
           MOVE RES-MEDIA TO RK-MEDIA(QTD-RANKING)
           MOVE RES-REPROVACOES TO RK-REPROV(QTD-RANKING)
           MOVE RES-DECISAO TO RK-DECISAO(QTD-RANKING)
           MOVE ZEROS TO RK-FALTAS(QTD-RANKING)
           MOVE ZEROS TO RK-OCORRENCIAS(QTD-RANKING)
           MOVE ZEROS TO RK-DISCIPLINAS(QTD-RANKING)
           MOVE ZEROS TO RK-MENOR-NOTA(QTD-RANKING)
           MOVE ZEROS TO RK-POSICAO(QTD-RANKING)
           IF NOTAS-ABERTO = 'S'
               PERFORM APURAR-NOTAS-ANO
           END-IF
           IF FREQ-ABERTO = 'S'
               PERFORM APURAR-FALTAS-ANO
           END-IF
           IF OCOR-ABERTO = 'S'
               PERFORM APURAR-OCORRENCIAS-ANO
           END-IF.

       APURAR-NOTAS-ANO.
      *    AS NOTAS DOS DOIS PERIODOS DO ANO, COMO NO FECHAMENTO DO
      *    EX15: QUANTAS DISCIPLINAS E A MENOR NOTA, PARA A DIRECAO
      *    VER SE A MEDIA ALTA ESCONDE ALGUMA NOTA BAIXA.
           MOVE 'N' TO FIM-LEITURA
           MOVE RES-MATRICULA TO CN-MATRICULA
           MOVE ANO-LETIVO TO CN-ANO-LETIVO
           MOVE ZEROS TO CN-PERIODO
           MOVE LOW-VALUES TO CN-MATERIA
           START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF CN-MATRICULA NOT = RES-MATRICULA
                          OR CN-ANO-LETIVO NOT = ANO-LETIVO
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF RK-DISCIPLINAS(QTD-RANKING) = 0
                              OR CN-NOTA < RK-MENOR-NOTA(QTD-RANKING)
                               MOVE CN-NOTA
                                   TO RK-MENOR-NOTA(QTD-RANKING)
                           END-IF
                           ADD 1 TO RK-DISCIPLINAS(QTD-RANKING)
                       END-IF
               END-READ
           END-PERFORM.

       APURAR-FALTAS-ANO.
           MOVE 'N' TO FIM-LEITURA
           MOVE RES-MATRICULA TO FQ-MATRICULA
           MOVE ANO-LETIVO TO FQ-ANO
           MOVE ZEROS TO FQ-PERIODO
           MOVE LOW-VALUES TO FQ-DISCIPLINA
           MOVE ZEROS TO FQ-DATA
           START ARQ-FREQ KEY IS NOT LESS THAN FQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-FREQ NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF FQ-MATRICULA NOT = RES-MATRICULA
                          OR FQ-ANO NOT = ANO-LETIVO
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF FQ-PRESENCA = 'F'
                               ADD 1 TO RK-FALTAS(QTD-RANKING)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APURAR-OCORRENCIAS-ANO.
      *    MESMA CONTAGEM DO RODAPE DO BOLETIM DO EX7: AS OCORRENCIAS
      *    DO EX47 DATADAS DENTRO DO ANO LETIVO.
           MOVE 'N' TO FIM-LEITURA
           MOVE RES-MATRICULA TO OC-MATRICULA
           MOVE ZEROS TO OC-DATA
           MOVE ZEROS TO OC-SEQ
           START ARQ-OCOR KEY IS NOT LESS THAN OC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-OCOR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF OC-MATRICULA NOT = RES-MATRICULA
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF OC-DATA(1:4) = ANO-LETIVO
                               ADD 1 TO RK-OCORRENCIAS(QTD-RANKING)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ORDENAR-RANKING.
      *    ORDENACAO SIMPLES POR TROCA, COMO NO RANKING DO EX49:
      *    TURMA, E DENTRO DELA OS CRITERIOS DO COMENTARIO DE ABERTURA.
           MOVE 1 TO IDX
           PERFORM UNTIL IDX >= QTD-RANKING
               COMPUTE IDX-2 = IDX + 1
               PERFORM UNTIL IDX-2 > QTD-RANKING
                   PERFORM COMPARAR-ITENS
                   IF VEM-ANTES = 'S'
                       MOVE ITEM-RANKING(IDX) TO RANKING-TROCA
                       MOVE ITEM-RANKING(IDX-2) TO ITEM-RANKING(IDX)
                       MOVE RANKING-TROCA TO ITEM-RANKING(IDX-2)
                   END-IF
                   ADD 1 TO IDX-2
               END-PERFORM
               ADD 1 TO IDX
           END-PERFORM.

       COMPARAR-ITENS.
      *    'S' QUANDO O ITEM IDX-2 DEVE VIR ANTES DO ITEM IDX.
           MOVE 'N' TO VEM-ANTES
           IF RK-TURMA(IDX-2) NOT = RK-TURMA(IDX)
               IF RK-TURMA(IDX-2) < RK-TURMA(IDX)
                   MOVE 'S' TO VEM-ANTES
               END-IF
           ELSE
               IF RK-MEDIA(IDX-2) NOT = RK-MEDIA(IDX)
                   IF RK-MEDIA(IDX-2) > RK-MEDIA(IDX)
                       MOVE 'S' TO VEM-ANTES
                   END-IF
               ELSE
                   PERFORM COMPARAR-DESEMPATE
               END-IF
           END-IF.

       COMPARAR-DESEMPATE.
           IF RK-REPROV(IDX-2) NOT = RK-REPROV(IDX)
               IF RK-REPROV(IDX-2) < RK-REPROV(IDX)
                   MOVE 'S' TO VEM-ANTES
               END-IF
           ELSE
               IF RK-FALTAS(IDX-2) NOT = RK-FALTAS(IDX)
                   IF RK-FALTAS(IDX-2) < RK-FALTAS(IDX)
                       MOVE 'S' TO VEM-ANTES
                   END-IF
               ELSE
                   IF RK-OCORRENCIAS(IDX-2) NOT = RK-OCORRENCIAS(IDX)
                       IF RK-OCORRENCIAS(IDX-2) < RK-OCORRENCIAS(IDX)
                           MOVE 'S' TO VEM-ANTES
                       END-IF
                   ELSE
                       IF RK-MATRICULA(IDX-2) < RK-MATRICULA(IDX)
                           MOVE 'S' TO VEM-ANTES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NUMERAR-POSICOES.
      *    A POSICAO RECOMECA EM CADA TURMA; EMPATE EM TODOS OS
      *    CRITERIOS REPETE A POSICAO DO ALUNO ANTERIOR.
           MOVE SPACES TO TURMA-ANTERIOR
           MOVE 1 TO IDX
           PERFORM UNTIL IDX > QTD-RANKING
               IF RK-TURMA(IDX) NOT = TURMA-ANTERIOR
                   MOVE RK-TURMA(IDX) TO TURMA-ANTERIOR
                   MOVE ZEROS TO ORDEM-NA-TURMA
                   ADD 1 TO TURMAS-RANKING
               END-IF
               ADD 1 TO ORDEM-NA-TURMA
               MOVE ORDEM-NA-TURMA TO RK-POSICAO(IDX)
               IF ORDEM-NA-TURMA > 1
                   COMPUTE IDX-2 = IDX - 1
                   IF RK-MEDIA(IDX) = RK-MEDIA(IDX-2)
                      AND RK-REPROV(IDX) = RK-REPROV(IDX-2)
                      AND RK-FALTAS(IDX) = RK-FALTAS(IDX-2)
                      AND RK-OCORRENCIAS(IDX) = RK-OCORRENCIAS(IDX-2)
                       MOVE RK-POSICAO(IDX-2) TO RK-POSICAO(IDX)
                   END-IF
               END-IF
               ADD 1 TO IDX
           END-PERFORM.

       IMPRIMIR-RANKING.
           OPEN OUTPUT ARQ-RANKING
           MOVE SPACES TO LINHA-RANKING
           STRING 'CLASSIFICACAO POR TURMA - ANO LETIVO ' ANO-LETIVO
               DELIMITED BY SIZE INTO LINHA-RANKING
           WRITE LINHA-RANKING
           MOVE 'DESEMPATE: MEDIA, MENOS REPROVACOES, MENOS FALTAS, '
               TO LINHA-RANKING
           WRITE LINHA-RANKING
           MOVE 'MENOS OCORRENCIAS; EMPATE EM TUDO DIVIDE A POSICAO '
               TO LINHA-RANKING
           WRITE LINHA-RANKING
           MOVE '(=).' TO LINHA-RANKING
           WRITE LINHA-RANKING

           MOVE SPACES TO TURMA-ANTERIOR
           MOVE 1 TO IDX
           PERFORM UNTIL IDX > QTD-RANKING
               IF RK-TURMA(IDX) NOT = TURMA-ANTERIOR
                   MOVE RK-TURMA(IDX) TO TURMA-ANTERIOR
                   MOVE SPACES TO LINHA-RANKING
                   WRITE LINHA-RANKING
                   MOVE SPACES TO LINHA-RANKING
                   STRING 'TURMA ' RK-TURMA(IDX)
                       DELIMITED BY SIZE INTO LINHA-RANKING
                   WRITE LINHA-RANKING
                   MOVE SPACES TO LINHA-RANKING
                   STRING 'POS  MATRIC NOME                           '
                       'MEDIA  REP FALT  OCO DISC MENOR  '
                       'DECISAO'
                       DELIMITED BY SIZE INTO LINHA-RANKING
                   WRITE LINHA-RANKING
               END-IF
               PERFORM MONTAR-LINHA-DET
               MOVE LINHA-DET TO LINHA-RANKING
               WRITE LINHA-RANKING
               ADD 1 TO IDX
           END-PERFORM

           MOVE SPACES TO LINHA-RANKING
           WRITE LINHA-RANKING
           MOVE SPACES TO LINHA-RANKING
           STRING 'TOTAL: ' QTD-RANKING ' ALUNOS EM ' TURMAS-RANKING
               ' TURMA(S)'
               DELIMITED BY SIZE INTO LINHA-RANKING
           WRITE LINHA-RANKING
           IF SEM-CADASTRO > 0
               MOVE SPACES TO LINHA-RANKING
               STRING 'AVISO: ' SEM-CADASTRO ' DECISOES SEM CADASTRO '
                   'EM ALUNOS.DAT FICARAM FORA'
                   DELIMITED BY SIZE INTO LINHA-RANKING
               WRITE LINHA-RANKING
           END-IF
           IF ALUNOS-FORA > 0
               MOVE SPACES TO LINHA-RANKING
               STRING 'AVISO: ' ALUNOS-FORA ' ALUNOS ALEM DA '
                   'CAPACIDADE DA TABELA (500) FICARAM FORA'
                   DELIMITED BY SIZE INTO LINHA-RANKING
               WRITE LINHA-RANKING
           END-IF
           CLOSE ARQ-RANKING.

       MONTAR-LINHA-DET.
           MOVE RK-POSICAO(IDX) TO LD-POSICAO
           MOVE SPACES TO LD-EMPATE
           IF IDX > 1
               COMPUTE IDX-2 = IDX - 1
               IF RK-TURMA(IDX-2) = RK-TURMA(IDX)
                  AND RK-POSICAO(IDX-2) = RK-POSICAO(IDX)
                   MOVE '=' TO LD-EMPATE
               END-IF
           END-IF
           IF IDX < QTD-RANKING
               COMPUTE IDX-2 = IDX + 1
               IF RK-TURMA(IDX-2) = RK-TURMA(IDX)
                  AND RK-POSICAO(IDX-2) = RK-POSICAO(IDX)
                   MOVE '=' TO LD-EMPATE
               END-IF
           END-IF
           MOVE RK-MATRICULA(IDX) TO LD-MATRICULA
           MOVE RK-NOME(IDX) TO LD-NOME
           MOVE RK-MEDIA(IDX) TO LD-MEDIA
           MOVE RK-REPROV(IDX) TO LD-REPROV
           MOVE RK-FALTAS(IDX) TO LD-FALTAS
           MOVE RK-OCORRENCIAS(IDX) TO LD-OCORRENCIAS
           MOVE RK-DISCIPLINAS(IDX) TO LD-DISCIPLINAS
           MOVE RK-MENOR-NOTA(IDX) TO LD-MENOR-NOTA
           MOVE RK-DECISAO(IDX) TO LD-DECISAO.

       IMPRIMIR-QUADRO-HONRA.
      *    MEDIA NO CORTE OU ACIMA E NENHUMA REPROVACAO, NA ORDEM DA
      *    CLASSIFICACAO DE CADA TURMA.
           OPEN OUTPUT ARQ-HONRA
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-EMISSAO
           PERFORM NOVA-PAGINA-HONRA
           MOVE 1 TO IDX
           PERFORM UNTIL IDX > QTD-RANKING
               IF RK-MEDIA(IDX) NOT < MEDIA-HONRA
                  AND RK-REPROV(IDX) = 0
                   ADD 1 TO ALUNOS-HONRA
                   MOVE RK-TURMA(IDX) TO LH-TURMA
                   MOVE RK-POSICAO(IDX) TO LH-POSICAO
                   MOVE RK-MATRICULA(IDX) TO LH-MATRICULA
                   MOVE RK-NOME(IDX) TO LH-NOME
                   MOVE RK-MEDIA(IDX) TO LH-MEDIA
                   MOVE RK-MENOR-NOTA(IDX) TO LH-MENOR-NOTA
                   MOVE LINHA-HONRA-DET TO LINHA-HONRA
                   PERFORM GRAVAR-LINHA-HONRA
               END-IF
               ADD 1 TO IDX
           END-PERFORM
           MOVE SPACES TO LINHA-HONRA
           PERFORM GRAVAR-LINHA-HONRA
           MOVE SPACES TO LINHA-HONRA
           STRING 'ALUNOS NO QUADRO DE HONRA: ' ALUNOS-HONRA
               DELIMITED BY SIZE INTO LINHA-HONRA
           PERFORM GRAVAR-LINHA-HONRA
           MOVE SPACES TO LINHA-HONRA
           PERFORM GRAVAR-LINHA-HONRA
           MOVE 'ASSINATURA DA DIRECAO: ______________________'
               TO LINHA-HONRA
           PERFORM GRAVAR-LINHA-HONRA
           MOVE SPACES TO LINHA-HONRA
           PERFORM GRAVAR-LINHA-HONRA
      *    MARCADOR DE FIM, COMO NO BOLETIM: SE A ULTIMA PAGINA SUMIR
      *    NA IMPRESSORA, A FALTA DESTA LINHA DENUNCIA.
           MOVE '*** FIM DO QUADRO DE HONRA ***' TO LINHA-HONRA
           PERFORM GRAVAR-LINHA-HONRA
           CLOSE ARQ-HONRA.

       GRAVAR-LINHA-HONRA.
      *    PONTO UNICO DE SAIDA: QUEBRA A PAGINA QUANDO A ATUAL ENCHE,
      *    GUARDANDO A LINHA PENDENTE PORQUE O CABECALHO E MONTADO NA
      *    MESMA AREA DE REGISTRO.
           IF LINHAS-NA-PAGINA >= LINHAS-POR-PAGINA
               MOVE LINHA-HONRA TO LINHA-PENDENTE
               PERFORM NOVA-PAGINA-HONRA
               MOVE LINHA-PENDENTE TO LINHA-HONRA
           END-IF
           PERFORM GRAVAR-LINHA-FISICA.

       GRAVAR-LINHA-FISICA.
           WRITE LINHA-HONRA
           ADD 1 TO LINHAS-NA-PAGINA.

       NOVA-PAGINA-HONRA.
           ADD 1 TO PAGINA-ATUAL
           MOVE ZEROS TO LINHAS-NA-PAGINA
           MOVE SPACES TO LINHA-HONRA
           STRING 'QUADRO DE HONRA' '                    '
               'PAGINA ' PAGINA-ATUAL
               DELIMITED BY SIZE INTO LINHA-HONRA
           PERFORM GRAVAR-LINHA-FISICA
           MOVE SPACES TO LINHA-HONRA
           STRING 'ANO LETIVO: ' ANO-LETIVO ' EMISSAO: ' DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-HONRA
           PERFORM GRAVAR-LINHA-FISICA
           MOVE SPACES TO LINHA-HONRA
           MOVE MEDIA-HONRA TO MEDIA-HONRA-EDITADA
           STRING 'MEDIA MINIMA: ' MEDIA-HONRA-EDITADA
               ' E NENHUMA REPROVACAO NO ANO'
               DELIMITED BY SIZE INTO LINHA-HONRA
           PERFORM GRAVAR-LINHA-FISICA
           MOVE SPACES TO LINHA-HONRA
           PERFORM GRAVAR-LINHA-FISICA
           MOVE 'TURMA   POS  MATRIC  NOME                          '
               & '  MEDIA  MENOR'
               TO LINHA-HONRA
           PERFORM GRAVAR-LINHA-FISICA.

       END PROGRAM EX69.
