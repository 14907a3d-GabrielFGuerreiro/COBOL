               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-DISC ASSIGN TO "DISC6.DAT"
               RECORD KEY IS CHAVE-MATRIZ
               FILE STATUS IS FS-MATRIZ.

           SELECT ARQ-DEPEND ASSIGN TO "DEPEND15.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-DEPEND.

           SELECT ARQ-TURMAS ASSIGN TO "TURMAS13.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS FS-TURMAS.

           SELECT ARQ-PENDENTES ASSIGN TO "PEND41.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.

           SELECT ARQ-DIVERGENCIA ASSIGN TO "REMAT41.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIVERGENCIA.
       FD  ARQ-MATRIZ.
           COPY MATRIZ.

       FD  ARQ-DEPEND.
           COPY DEPEND.

       FD  ARQ-TURMAS.
           COPY TURMA.

       FD  ARQ-PENDENTES.
       01  LINHA-PENDENTE PIC X(100).

       FD  ARQ-DIVERGENCIA.
       01  LINHA-DIVERGENCIA PIC X(100).


       WORKING-STORAGE SECTION.
           COPY CTXMENU.
           COPY NADACON.
      *    LISTA DO PERIODO ANTERIOR DO ALUNO RETIDO, COPIADA EM
      *    MEMORIA ANTES DE REPOSICIONAR O ARQUIVO PARA A GRAVACAO.
           COPY DISC6 REPLACING REG-DISC6 BY LISTA-ANTERIOR
       77 MATRICULADOS    PIC 9(05) VALUE ZEROS.
       77 JA-MATRICULADOS PIC 9(05) VALUE ZEROS.
       77 DIVERGENCIAS    PIC 9(05) VALUE ZEROS.
       77 IND-PENDENCIA   PIC 9(02) VALUE ZEROS.
       77 FS-DEPEND       PIC X(02) VALUE SPACES.
       77 DEPEND-ABERTO   PIC X(01) VALUE 'N'.
       77 FIM-DEPEND      PIC X(01) VALUE 'N'.
       77 JA-NA-LISTA     PIC X(01) VALUE 'N'.
       77 IDX-DEP         PIC 9(02) VALUE ZEROS.
       77 DEPENDENCIAS-INCLUIDAS PIC 9(05) VALUE ZEROS.
       77 DEP-NAO-MARCADAS PIC 9(02) VALUE ZEROS.
       77 FS-TURMAS       PIC X(02) VALUE SPACES.
       77 FS-PENDENTES    PIC X(02) VALUE SPACES.
       77 FIM-TURMAS      PIC X(01) VALUE 'N'.
       77 FIM-ALUNOS      PIC X(01) VALUE 'N'.
       77 IDX-TURMA       PIC 9(03) VALUE ZEROS.
       77 TURMA-ACHADA    PIC 9(03) VALUE ZEROS.
       77 TURMA-ANTERIOR  PIC X(06) VALUE SPACES.
       77 PENDENTES       PIC 9(05) VALUE ZEROS.
       77 TURMAS-PERDIDAS PIC 9(05) VALUE ZEROS.
      *    TURMAS DO EX13 COM AS VAGAS E OS ALUNOS ATIVOS JA ALOCADOS,
      *    CONTADOS EM ALUNOS.DAT ANTES DO LOTE.
       01 TABELA-TURMAS.
           02 QTD-TURMAS     PIC 9(03) VALUE ZEROS.
           02 ITEM-TURMA OCCURS 100 TIMES.
               03 TT-CODIGO    PIC X(06).
               03 TT-VAGAS     PIC 9(03).
               03 TT-OCUPADAS  PIC 9(04).
      *    DEPENDENCIAS ACRESCENTADAS A LISTA EM MONTAGEM, PARA SEREM
      *    MARCADAS COMO INCLUIDAS SO DEPOIS QUE A LISTA FOR GRAVADA.
       01 TABELA-DEP-LISTA.
           02 QTD-DEP-LISTA  PIC 9(02) VALUE ZEROS.
           02 ITEM-DEP-LISTA OCCURS 20 TIMES.
               03 DL-DISCIPLINA  PIC X(06).
               03 DL-ANO-ORIGEM  PIC 9(04).
       PROCEDURE DIVISION.
      *    REMATRICULA EM LOTE: LE AS DECISOES DO FECHAMENTO DO EX15
      *    (RESULT15.DAT) E MONTA AS LISTAS DE DISCIPLINAS DO PERIODO
      *    O RETIDO REPETE A LISTA DO PERIODO DE ORIGEM. QUEM NAO DA
      *    PARA ROLAR (NAO ATIVO, SEM CURSO, SEM MATRIZ, SEM LISTA
      *    ANTERIOR) SAI NA LISTA DE DIVERGENCIAS PARA TRATAMENTO
      *    MANUAL. AS DEPENDENCIAS AINDA PENDENTES DO ALUNO
      *    (DEPEND15.DAT, GRAVADAS PELO FECHAMENTO DO EX15) ENTRAM NA
      *    LISTA NOVA JUNTO COM A GRADE. O ALUNO REMATRICULADO SEGUE
      *    NA TURMA DELE (AL-TURMA) SO SE ELA TIVER VAGA: QUEM EXCEDE
      *    AS VAGAS DO EX13 FICA SEM TURMA E SAI NA LISTA DE PENDENTES
      *    DE ALOCACAO (PEND41.PRT), PARA A SECRETARIA ALOCAR NO EX13.
      *    SO ROLA QUEM TEM O NADA CONSTA (NADACON) LIBERADO: O
      *    BLOQUEADO SAI NA LISTA DE DIVERGENCIAS COM AS PENDENCIAS E
      *    ENTRA NUMA NOVA RODADA DEPOIS DE RESOLVIDAS - OU DEPOIS DA
      *    DISPENSA DO CHEFE, REGISTRADA COM O MOTIVO NO EX76.
           PERFORM UNTIL ANO-ORIGEM >= 1900 AND ANO-ORIGEM <= 2999
               DISPLAY 'ANO DO FECHAMENTO DE ORIGEM (EX: 2026):'
               ACCEPT ANO-ORIGEM
                   'FECHAMENTO DO EX15 ANTES.'
               STOP RUN
           END-IF
           OPEN I-O ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
                   'SAIRAO TODOS COMO DIVERGENCIA.'
           END-IF

           OPEN I-O ARQ-DEPEND
           IF FS-DEPEND = "00"
               MOVE 'S' TO DEPEND-ABERTO
           END-IF

           PERFORM CARREGAR-TURMAS

           OPEN OUTPUT ARQ-PENDENTES
           MOVE SPACES TO LINHA-PENDENTE
           STRING 'ALUNOS PENDENTES DE ALOCACAO EM TURMA - '
               'REMATRICULA ' ANO-ORIGEM ' -> ' ANO-DESTINO '-'
               PERIODO-DESTINO
               DELIMITED BY SIZE INTO LINHA-PENDENTE
           WRITE LINHA-PENDENTE
           MOVE SPACES TO LINHA-PENDENTE
           WRITE LINHA-PENDENTE
           STRING 'MATRIC NOME                           TURMA  VAGAS '
               '  DECISAO' DELIMITED BY SIZE INTO LINHA-PENDENTE
           WRITE LINHA-PENDENTE

           OPEN OUTPUT ARQ-DIVERGENCIA
           MOVE SPACES TO LINHA-DIVERGENCIA
           STRING 'DIVERGENCIAS DA REMATRICULA ' ANO-ORIGEM ' -> '
               'LISTA, ' DIVERGENCIAS ' DIVERGENCIAS'
               DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
           WRITE LINHA-DIVERGENCIA
           MOVE SPACES TO LINHA-DIVERGENCIA
           STRING 'DEPENDENCIAS INCLUIDAS NAS LISTAS NOVAS: '
               DEPENDENCIAS-INCLUIDAS
               DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
           WRITE LINHA-DIVERGENCIA
           MOVE SPACES TO LINHA-DIVERGENCIA
           STRING 'ALUNOS SEM VAGA NA TURMA (VER PEND41.PRT): '
               PENDENTES
               DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
           WRITE LINHA-DIVERGENCIA
           CLOSE ARQ-DIVERGENCIA

           MOVE SPACES TO LINHA-PENDENTE
           WRITE LINHA-PENDENTE
           MOVE SPACES TO LINHA-PENDENTE
           STRING 'TOTAL DE PENDENTES DE ALOCACAO: ' PENDENTES
               DELIMITED BY SIZE INTO LINHA-PENDENTE
           WRITE LINHA-PENDENTE
           IF TURMAS-PERDIDAS > 0
               MOVE SPACES TO LINHA-PENDENTE
               STRING 'AVISO: ' TURMAS-PERDIDAS ' TURMA(S) ALEM DAS '
                   '100 DA TABELA FICARAM SEM CONTROLE DE VAGAS.'
                   DELIMITED BY SIZE INTO LINHA-PENDENTE
               WRITE LINHA-PENDENTE
           END-IF
           CLOSE ARQ-PENDENTES

           CLOSE ARQ-RESULTADO
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-DISC
           IF FS-MATRIZ = "00"
               CLOSE ARQ-MATRIZ
           END-IF
           IF DEPEND-ABERTO = 'S'
               CLOSE ARQ-DEPEND
           END-IF

           MOVE 'REMATRICULA' TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'OK=' MATRICULADOS ' DIV=' DIVERGENCIAS
               ' SEM VAGA=' PENDENTES
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA

           DISPLAY 'REMATRICULA CONCLUIDA: ' MATRICULADOS ' DE '
               LIDOS ' ALUNOS (DIVERGENCIAS EM REMAT41.PRT).'
           IF PENDENTES > 0
               DISPLAY PENDENTES ' ALUNO(S) SEM VAGA NA TURMA - '
                   'ALOQUE PELO EX13 (LISTA EM PEND41.PRT).'
           END-IF
           STOP RUN.

       CARREGAR-TURMAS.
      *    SEM TURMAS13.DAT NAO HA VAGAS A RESPEITAR. AS OCUPADAS SAO
      *    OS ALUNOS ATIVOS JA ALOCADOS (INCLUSIVE OS DO LOTE); CADA
      *    ALUNO DO LOTE QUE ENCONTRA A TURMA ACIMA DAS VAGAS E
      *    RETIRADO DELA, ATE A TURMA CABER NAS VAGAS. ALUNO NOVO
      *    ALOCADO PELO EX13 NUNCA E RETIRADO.
           MOVE ZEROS TO QTD-TURMAS
           OPEN INPUT ARQ-TURMAS
           IF FS-TURMAS NOT = "00"
               DISPLAY 'AVISO: TURMAS13.DAT NAO ENCONTRADO - AS VAGAS '
                   'DAS TURMAS NAO SERAO CONFERIDAS.'
           ELSE
               MOVE 'N' TO FIM-TURMAS
               MOVE LOW-VALUES TO TU-CODIGO
               START ARQ-TURMAS KEY IS NOT LESS THAN TU-CODIGO
                   INVALID KEY
                       MOVE 'S' TO FIM-TURMAS
               END-START
               PERFORM UNTIL FIM-TURMAS = 'S'
                   READ ARQ-TURMAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-TURMAS
                       NOT AT END
                           IF QTD-TURMAS < 100
                               ADD 1 TO QTD-TURMAS
                               MOVE TU-CODIGO TO TT-CODIGO(QTD-TURMAS)
                               MOVE TU-VAGAS TO TT-VAGAS(QTD-TURMAS)
                               MOVE ZEROS TO TT-OCUPADAS(QTD-TURMAS)
                           ELSE
                               ADD 1 TO TURMAS-PERDIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TURMAS
               PERFORM CONTAR-OCUPADAS
           END-IF.

       CONTAR-OCUPADAS.
           MOVE 'N' TO FIM-ALUNOS
           MOVE ZEROS TO AL-MATRICULA
           START ARQ-ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       IF AL-SITUACAO = 'A' AND AL-TURMA NOT = SPACES
                           PERFORM LOCALIZAR-TURMA
                           IF TURMA-ACHADA > 0
                               ADD 1 TO TT-OCUPADAS(TURMA-ACHADA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOCALIZAR-TURMA.
           MOVE ZEROS TO TURMA-ACHADA
           MOVE 1 TO IDX-TURMA
           PERFORM UNTIL IDX-TURMA > QTD-TURMAS OR TURMA-ACHADA > 0
               IF TT-CODIGO(IDX-TURMA) = AL-TURMA
                   MOVE IDX-TURMA TO TURMA-ACHADA
               END-IF
               ADD 1 TO IDX-TURMA
           END-PERFORM.

       CONFERIR-VAGA.
      *    TURMA FORA DO EX13 OU SEM VAGAS INFORMADAS (ZERO) NAO TEM
      *    LIMITE. ACIMA DAS VAGAS, O ALUNO DEIXA A TURMA E VAI PARA
      *    A LISTA DE PENDENTES EM VEZ DE LOTAR A SALA.
           IF AL-TURMA NOT = SPACES
               PERFORM LOCALIZAR-TURMA
               IF TURMA-ACHADA > 0
                   IF TT-VAGAS(TURMA-ACHADA) > ZEROS
                       AND TT-OCUPADAS(TURMA-ACHADA)
                           > TT-VAGAS(TURMA-ACHADA)
                       PERFORM RETIRAR-DA-TURMA
                   END-IF
               END-IF
           END-IF.

       RETIRAR-DA-TURMA.
           MOVE AL-TURMA TO TURMA-ANTERIOR
           MOVE SPACES TO AL-TURMA
           REWRITE REG-ALUNO
               INVALID KEY
                   PERFORM ANOTAR-ERRO-TURMA
               NOT INVALID KEY
                   PERFORM ANOTAR-PENDENTE
           END-REWRITE.

       ANOTAR-ERRO-TURMA.
           ADD 1 TO DIVERGENCIAS
           MOVE SPACES TO LINHA-DIVERGENCIA
           STRING RES-MATRICULA ' ' AL-NOME(1:30)
               ' ERRO AO TIRAR DA TURMA ' TURMA-ANTERIOR
               ' - STATUS ' FS-ALUNOS
               DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
           WRITE LINHA-DIVERGENCIA.

       ANOTAR-PENDENTE.
           SUBTRACT 1 FROM TT-OCUPADAS(TURMA-ACHADA)
           ADD 1 TO PENDENTES
           MOVE SPACES TO LINHA-PENDENTE
           STRING RES-MATRICULA ' ' AL-NOME(1:30) ' '
               TURMA-ANTERIOR ' ' TT-VAGAS(TURMA-ACHADA)
               '   ' RES-DECISAO
               DELIMITED BY SIZE INTO LINHA-PENDENTE
           WRITE LINHA-PENDENTE
           MOVE 'SEM VAGA TURMA' TO AUD-ACAO
           MOVE RES-MATRICULA TO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'TURMA=' TURMA-ANTERIOR ' VAGAS='
               TT-VAGAS(TURMA-ACHADA)
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

       REMATRICULAR-ALUNO.
           MOVE RES-MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
           IF AL-SITUACAO NOT = 'A'
               PERFORM ANOTAR-NAO-ATIVO
           ELSE
               IF RES-DECISAO NOT = 'APROVADO DE ANO'
                  AND RES-DECISAO NOT = 'RETIDO'
                   PERFORM ANOTAR-SEM-DECISAO
               ELSE
                   PERFORM CONFERIR-NADA-CONSTA
                   IF NC-RESULTADO = 'B'
                       PERFORM ANOTAR-NADA-CONSTA
                   ELSE
                       IF RES-DECISAO = 'APROVADO DE ANO'
                           PERFORM ROLAR-PROMOVIDO
                       ELSE
                           PERFORM ROLAR-RETIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFERIR-NADA-CONSTA.
      *    NO LOTE NAO SAI DECLARACAO; A DISPENSA USADA FICA ANOTADA NA
      *    LISTA DE DIVERGENCIAS PARA A CONFERENCIA DA SECRETARIA.
           MOVE 'V'           TO NC-ACAO
           MOVE RES-MATRICULA TO NC-MATRICULA
           MOVE AL-NOME       TO NC-NOME
           MOVE 'R'           TO NC-FINALIDADE
           MOVE 'N'           TO NC-EMITIR
           CALL 'NADACON' USING AREA-NADACON
           IF NC-RESULTADO = 'D'
               MOVE SPACES TO LINHA-DIVERGENCIA
               STRING RES-MATRICULA ' ' AL-NOME(1:30) ' NADA CONSTA '
                   'DISPENSADO PELO CHEFE: ' NC-MOTIVO
                   DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
               WRITE LINHA-DIVERGENCIA
           END-IF.

       ANOTAR-NADA-CONSTA.
           ADD 1 TO DIVERGENCIAS
           MOVE SPACES TO LINHA-DIVERGENCIA
           STRING RES-MATRICULA ' ' AL-NOME(1:30) ' NADA CONSTA '
               'BLOQUEADO - RESOLVER OU DISPENSAR NO EX76:'
               DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
           WRITE LINHA-DIVERGENCIA
           MOVE 1 TO IND-PENDENCIA
           PERFORM UNTIL IND-PENDENCIA > NC-QTD-PENDENCIAS
               MOVE SPACES TO LINHA-DIVERGENCIA
               STRING '       - ' NC-PENDENCIA(IND-PENDENCIA)
                   DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
               WRITE LINHA-DIVERGENCIA
               ADD 1 TO IND-PENDENCIA
           END-PERFORM
           IF NC-EXCEDEU = 'S'
               MOVE '       - (HA MAIS PENDENCIAS ALEM DESTAS)'
                   TO LINHA-DIVERGENCIA
               WRITE LINHA-DIVERGENCIA
           END-IF.

       ANOTAR-NAO-ATIVO.
           ADD 1 TO DIVERGENCIAS
           MOVE SPACES TO LINHA-DIVERGENCIA
      *    LISTA JA EXISTENTE NO PERIODO DE DESTINO (REMATRICULA
      *    RODADA DUAS VEZES, OU EX6 JA USADO) E PRESERVADA: A
      *    REMATRICULA NAO REGRAVA TRABALHO FEITO.
           PERFORM ACRESCENTAR-DEPENDENCIAS
           WRITE REG-DISC
               INVALID KEY
                   ADD 1 TO JA-MATRICULADOS
                   IF DEP-NAO-MARCADAS > 0
                       PERFORM ANOTAR-DEPENDENCIA-FORA
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO MATRICULADOS
                   PERFORM MARCAR-DEPENDENCIAS
           END-WRITE
           PERFORM CONFERIR-VAGA.

       ACRESCENTAR-DEPENDENCIAS.
      *    CADA DEPENDENCIA PENDENTE DO ALUNO QUE AINDA NAO ESTA NA
      *    LISTA E ACRESCENTADA NO FIM DELA.
           MOVE ZEROS TO QTD-DEP-LISTA
           MOVE ZEROS TO DEP-NAO-MARCADAS
           IF DEPEND-ABERTO = 'S'
               MOVE 'N' TO FIM-DEPEND
               MOVE RES-MATRICULA TO DP-MATRICULA
               MOVE LOW-VALUES TO DP-DISCIPLINA
               MOVE ZEROS TO DP-ANO-ORIGEM
               START ARQ-DEPEND KEY IS NOT LESS THAN DP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-DEPEND
               END-START
               PERFORM UNTIL FIM-DEPEND = 'S'
                   READ ARQ-DEPEND NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-DEPEND
                       NOT AT END
                           IF DP-MATRICULA NOT = RES-MATRICULA
                               MOVE 'S' TO FIM-DEPEND
                           ELSE
                               IF DP-SITUACAO = 'P'
                                   PERFORM INCLUIR-DEPENDENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       INCLUIR-DEPENDENCIA.
           MOVE 'N' TO JA-NA-LISTA
           MOVE 1 TO CONT
           PERFORM UNTIL CONT > QTD-DISC-REG
               IF COD-DISCIPLINA OF REG-DISC(CONT) = DP-DISCIPLINA
                   MOVE 'S' TO JA-NA-LISTA
               END-IF
               ADD 1 TO CONT
           END-PERFORM
           IF JA-NA-LISTA = 'N'
               IF QTD-DISC-REG < 20
                   ADD 1 TO QTD-DISC-REG
                   MOVE DP-DISCIPLINA
                       TO COD-DISCIPLINA OF REG-DISC(QTD-DISC-REG)
                   ADD 1 TO QTD-DEP-LISTA
                   MOVE DP-DISCIPLINA TO DL-DISCIPLINA(QTD-DEP-LISTA)
                   MOVE DP-ANO-ORIGEM TO DL-ANO-ORIGEM(QTD-DEP-LISTA)
                   IF DP-ANO-INCLUIDA NOT = ANO-DESTINO
                       ADD 1 TO DEP-NAO-MARCADAS
                   END-IF
               ELSE
                   ADD 1 TO DIVERGENCIAS
                   MOVE SPACES TO LINHA-DIVERGENCIA
                   STRING RES-MATRICULA ' ' AL-NOME(1:30)
                       ' LISTA CHEIA - DEPENDENCIA ' DP-DISCIPLINA
                       ' DE ' DP-ANO-ORIGEM ' NAO INCLUIDA'
                       DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
                   WRITE LINHA-DIVERGENCIA
               END-IF
           END-IF.

       MARCAR-DEPENDENCIAS.
           MOVE 1 TO IDX-DEP
           PERFORM UNTIL IDX-DEP > QTD-DEP-LISTA
               MOVE RES-MATRICULA TO DP-MATRICULA
               MOVE DL-DISCIPLINA(IDX-DEP) TO DP-DISCIPLINA
               MOVE DL-ANO-ORIGEM(IDX-DEP) TO DP-ANO-ORIGEM
               READ ARQ-DEPEND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ANO-DESTINO TO DP-ANO-INCLUIDA
                       REWRITE REG-DEPEND
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO DEPENDENCIAS-INCLUIDAS
                       END-REWRITE
               END-READ
               ADD 1 TO IDX-DEP
           END-PERFORM.

       ANOTAR-DEPENDENCIA-FORA.
      *    A LISTA DO PERIODO DE DESTINO JA EXISTIA E NAO E REGRAVADA:
      *    AS DEPENDENCIAS PENDENTES FICAM PARA A SECRETARIA CONFERIR.
           ADD 1 TO DIVERGENCIAS
           MOVE SPACES TO LINHA-DIVERGENCIA
           STRING RES-MATRICULA ' ' AL-NOME(1:30) ' LISTA JA EXISTIA'
               ' - CONFIRA NO EX6 AS ' DEP-NAO-MARCADAS
               ' DEPENDENCIA(S) PENDENTE(S)'
               DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
           WRITE LINHA-DIVERGENCIA.

       GRAVAR-AUDITORIA.
      *    REGISTRA A REMATRICULA NO MESMO LOG UNICO COMPARTILHADO
