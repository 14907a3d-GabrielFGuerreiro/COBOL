       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX63.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEPEND ASSIGN TO "DEPEND15.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-DEPEND.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-DISCIP ASSIGN TO "DISCIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-CODIGO
               FILE STATUS IS FS-DISCIP.

           SELECT ARQ-RELATORIO ASSIGN TO "DEPEND63.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DEPEND.
           COPY DEPEND.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-DISCIP.
           COPY DISCIP.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-DEPEND       PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-DISCIP       PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 DISCIP-ABERTO   PIC X(01) VALUE 'N'.
       77 FIM-DEPEND      PIC X(01) VALUE 'N'.
       77 TURMA-FILTRO    PIC X(06) VALUE SPACES.
       77 TURMA-ALUNO     PIC X(06) VALUE SPACES.
       77 DATA-EMISSAO    PIC 9(08) VALUE ZEROS.
       77 IDX-TURMA       PIC 9(03) VALUE ZEROS.
       77 IDX-ACHADO      PIC 9(03) VALUE ZEROS.
       77 CASOS-TURMA     PIC 9(04) VALUE ZEROS.
       77 TOTAL-ABERTAS   PIC 9(05) VALUE ZEROS.
       77 TOTAL-CURSANDO  PIC 9(05) VALUE ZEROS.
       77 TURMAS-PERDIDAS PIC 9(04) VALUE ZEROS.
      *    TURMAS COM DEPENDENCIA EM ABERTO, NA ORDEM EM QUE APARECEM,
      *    EM TABELA DE 100 COMO NO CENSO DO EX46.
       01 TABELA-TURMAS.
           02 QTD-TURMAS     PIC 9(03) VALUE ZEROS.
           02 ITEM-TURMA OCCURS 100 TIMES.
               03 TT-TURMA       PIC X(06).
               03 TT-CASOS       PIC 9(04).
       01 LINHA-DET.
           02 LIN-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-NOME       PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-DISCIPLINA PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LIN-NOME-DISC  PIC X(25).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-ANO-ORIGEM PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-CURSANDO   PIC X(12).
       PROCEDURE DIVISION.
      *    DEPENDENCIAS EM ABERTO POR TURMA, PARA A COORDENACAO
      *    ORGANIZAR AS AULAS E AVALIACOES DA PROGRESSAO PARCIAL: CADA
      *    DISCIPLINA QUE O ALUNO AINDA DEVE DE UM ANO ANTERIOR
      *    (DEPEND15.DAT, GRAVADO PELO FECHAMENTO DO EX15), AGRUPADA
      *    PELA TURMA ATUAL DO ALUNO, COM O ANO DE ORIGEM E O ANO EM
      *    QUE A REMATRICULA DO EX41 A COLOCOU NA LISTA DO ALUNO.
      *    TURMA EM BRANCO LISTA TODAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-EMISSAO
           DISPLAY 'CODIGO DA TURMA (EM BRANCO PARA TODAS):'
           ACCEPT TURMA-FILTRO

           OPEN INPUT ARQ-DEPEND
           IF FS-DEPEND NOT = "00"
               DISPLAY 'DEPEND15.DAT NAO ENCONTRADO - RODE O '
                   'FECHAMENTO DO EX15 ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               CLOSE ARQ-DEPEND
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DISCIP
           IF FS-DISCIP = "00"
               MOVE 'S' TO DISCIP-ABERTO
           ELSE
               DISPLAY 'AVISO: CATALOGO DE DISCIPLINAS (DISCIP.DAT) '
                   'NAO ENCONTRADO - SAI SO O CODIGO.'
           END-IF

           PERFORM LEVANTAR-TURMAS

           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'DEPENDENCIAS EM ABERTO POR TURMA - EMITIDO EM '
               DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO IDX-TURMA
           PERFORM UNTIL IDX-TURMA > QTD-TURMAS
               PERFORM IMPRIMIR-TURMA
               ADD 1 TO IDX-TURMA
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'TOTAL: ' TOTAL-ABERTAS
               ' DEPENDENCIA(S) EM ABERTO EM ' QTD-TURMAS
               ' TURMA(S), ' TOTAL-CURSANDO
               ' JA NA LISTA DE DISCIPLINAS DO ALUNO'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF TURMAS-PERDIDAS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'AVISO: ' TURMAS-PERDIDAS ' DEPENDENCIA(S) DE '
                   'TURMAS ALEM DA CAPACIDADE DA TABELA FICARAM FORA'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE '*** FIM DO RELATORIO ***' TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQ-RELATORIO

           CLOSE ARQ-DEPEND
           CLOSE ARQ-ALUNOS
           IF DISCIP-ABERTO = 'S'
               CLOSE ARQ-DISCIP
           END-IF
           DISPLAY TOTAL-ABERTAS ' DEPENDENCIA(S) EM ABERTO - '
               'RELATORIO EM DEPEND63.PRT.'
           STOP RUN.

       LEVANTAR-TURMAS.
      *    PRIMEIRA PASSADA: QUAIS TURMAS TEM DEPENDENCIA EM ABERTO.
           PERFORM POSICIONAR-DEPENDENCIAS
           PERFORM UNTIL FIM-DEPEND = 'S'
               READ ARQ-DEPEND NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DEPEND
                   NOT AT END
                       IF DP-SITUACAO = 'P'
                           PERFORM LER-TURMA-ALUNO
                           IF TURMA-FILTRO = SPACES
                              OR TURMA-ALUNO = TURMA-FILTRO
                               PERFORM LOCALIZAR-TURMA
                               IF IDX-ACHADO = 0
                                   ADD 1 TO TURMAS-PERDIDAS
                               ELSE
                                   ADD 1 TO TT-CASOS(IDX-ACHADO)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POSICIONAR-DEPENDENCIAS.
           MOVE 'N' TO FIM-DEPEND
           MOVE LOW-VALUES TO DP-CHAVE
           START ARQ-DEPEND KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-DEPEND
           END-START.

       LER-TURMA-ALUNO.
           MOVE DP-MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE '** FORA DO CADASTRO **' TO AL-NOME
                   MOVE SPACES TO AL-TURMA
           END-READ
           MOVE AL-TURMA TO TURMA-ALUNO.

       LOCALIZAR-TURMA.
           MOVE ZEROS TO IDX-ACHADO
           MOVE 1 TO IDX-TURMA
           PERFORM UNTIL IDX-TURMA > QTD-TURMAS OR IDX-ACHADO > 0
               IF TT-TURMA(IDX-TURMA) = TURMA-ALUNO
                   MOVE IDX-TURMA TO IDX-ACHADO
               END-IF
               ADD 1 TO IDX-TURMA
           END-PERFORM
           IF IDX-ACHADO = 0 AND QTD-TURMAS < 100
               ADD 1 TO QTD-TURMAS
               MOVE TURMA-ALUNO TO TT-TURMA(QTD-TURMAS)
               MOVE ZEROS TO TT-CASOS(QTD-TURMAS)
               MOVE QTD-TURMAS TO IDX-ACHADO
           END-IF.

       IMPRIMIR-TURMA.
      *    UMA PASSADA POR TURMA SOBRE O ARQUIVO DE DEPENDENCIAS, QUE E
      *    POR MATRICULA E NAO POR TURMA.
           MOVE ZEROS TO CASOS-TURMA
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF TT-TURMA(IDX-TURMA) = SPACES
               MOVE 'TURMA: (SEM TURMA)' TO LINHA-RELATORIO
           ELSE
               STRING 'TURMA: ' TT-TURMA(IDX-TURMA)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           MOVE 'MATRIC  NOME                            DISCIPLINA'
               TO LINHA-RELATORIO
           MOVE 'ORIG  CURSANDO' TO LINHA-RELATORIO(75:14)
           WRITE LINHA-RELATORIO

           PERFORM POSICIONAR-DEPENDENCIAS
           PERFORM UNTIL FIM-DEPEND = 'S'
               READ ARQ-DEPEND NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DEPEND
                   NOT AT END
                       IF DP-SITUACAO = 'P'
                           PERFORM LER-TURMA-ALUNO
                           IF TURMA-ALUNO = TT-TURMA(IDX-TURMA)
                               PERFORM IMPRIMIR-DEPENDENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           STRING 'DEPENDENCIAS DA TURMA: ' CASOS-TURMA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIMIR-DEPENDENCIA.
           ADD 1 TO CASOS-TURMA
           ADD 1 TO TOTAL-ABERTAS
           MOVE SPACES TO DI-NOME
           IF DISCIP-ABERTO = 'S'
               MOVE DP-DISCIPLINA TO DI-CODIGO
               READ ARQ-DISCIP
                   INVALID KEY
                       MOVE '(FORA DO CATALOGO)' TO DI-NOME
               END-READ
           END-IF
           MOVE DP-MATRICULA  TO LIN-MATRICULA
           MOVE AL-NOME       TO LIN-NOME
           MOVE DP-DISCIPLINA TO LIN-DISCIPLINA
           MOVE DI-NOME       TO LIN-NOME-DISC
           MOVE DP-ANO-ORIGEM TO LIN-ANO-ORIGEM
           IF DP-ANO-INCLUIDA > 0
               ADD 1 TO TOTAL-CURSANDO
               MOVE SPACES TO LIN-CURSANDO
               STRING 'EM ' DP-ANO-INCLUIDA
                   DELIMITED BY SIZE INTO LIN-CURSANDO
           ELSE
               MOVE 'NAO INCLUIDA' TO LIN-CURSANDO
           END-IF
           MOVE LINHA-DET TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       END PROGRAM EX63.
