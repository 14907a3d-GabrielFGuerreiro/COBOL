               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-BOLARQ ASSIGN TO "BOLARQ7.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOLARQ.

           SELECT ARQ-DEPEND ASSIGN TO "DEPEND15.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-DEPEND.

           SELECT ARQ-HISTORICO ASSIGN TO "HIST8.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.
           02 BA-PERIODO     PIC 9(01).
           02 BA-LINHA       PIC X(110).

       FD  ARQ-DEPEND.
           COPY DEPEND.

       FD  ARQ-HISTORICO.
       01  LINHA-HIST PIC X(110).

       77 LINHA-PENDENTE     PIC X(110) VALUE SPACES.
       77 DV-OK              PIC 9(01) VALUE ZEROS.
       77 NOTAS-ABERTO       PIC X(01) VALUE 'N'.
       77 FS-DEPEND          PIC X(02) VALUE SPACES.
       77 DEPEND-ABERTO      PIC X(01) VALUE 'N'.
       77 FIM-DEPEND         PIC X(01) VALUE 'N'.
       77 ACHOU-DEPEND       PIC X(01) VALUE 'N'.
       77 NOTA-EDITADA       PIC Z9.99.

       PROCEDURE DIVISION.
      *    JUNTA NUM UNICO IMPRESSO O QUE ESTA ESPALHADO EM VARIOS
               MOVE 'S' TO FIM-ALUNOS
           ELSE
               MOVE 'N' TO FIM-ALUNOS
      *        POR TURMA A LEITURA VAI PELA CHAVE ALTERNATIVA
      *        AL-TURMA E PARA QUANDO A TURMA MUDA.
               IF MODO = 'C' OR MODO = 'c'
                   MOVE TURMA-FILTRO TO AL-TURMA
                   START ARQ-ALUNOS KEY IS EQUAL TO AL-TURMA
                       INVALID KEY
                           MOVE 'S' TO FIM-ALUNOS
                   END-START
               ELSE
                   IF MODO = 'F' OR MODO = 'f'
                       MOVE MATRICULA-DE TO AL-MATRICULA
                   ELSE
                       MOVE ZEROS TO AL-MATRICULA
                   END-IF
                   START ARQ-ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
                       INVALID KEY
                           MOVE 'S' TO FIM-ALUNOS
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                       ELSE
                           IF (MODO = 'C' OR MODO = 'c')
                              AND AL-TURMA NOT = TURMA-FILTRO
                               MOVE 'S' TO FIM-ALUNOS
                           ELSE
                               MOVE AL-MATRICULA TO MATRICULA
                               PERFORM GERAR-HISTORICO
           PERFORM ESCREVER-SEPARADOR
           PERFORM ESCREVER-CABECALHO
           PERFORM LISTAR-NOTAS-EX5
           PERFORM LISTAR-DEPENDENCIAS
           PERFORM COPIAR-BOLETINS-ARQUIVO
           ADD 1 TO HISTORICOS-GERADOS
           IF ACHOU-NOTAS = 'N' AND ACHOU-BOLETIM = 'N'
           IF FS-NOTAS = "00"
               MOVE 'S' TO NOTAS-ABERTO
           END-IF
           OPEN INPUT ARQ-DEPEND
           IF FS-DEPEND = "00"
               MOVE 'S' TO DEPEND-ABERTO
           END-IF
           OPEN INPUT ARQ-ALUNOS
           OPEN OUTPUT ARQ-HISTORICO.

                               END-IF
                               MOVE 'S' TO ACHOU-NOTAS
                               MOVE SPACES TO LINHA-HIST
                               MOVE CN-NOTA TO NOTA-EDITADA
                               STRING "  " CN-MATERIA " NOTA: "
                                   NOTA-EDITADA
                                   " SITUACAO: " CN-SITUACAO
                                   DELIMITED BY SIZE INTO LINHA-HIST
                               PERFORM GRAVAR-LINHA-HIST
               PERFORM GRAVAR-LINHA-HIST
           END-IF.

       LISTAR-DEPENDENCIAS.
      *    AS DEPENDENCIAS DO ALUNO (DISCIPLINA REPROVADA NUM ANO EM
      *    QUE ELE FOI PROMOVIDO, GRAVADA PELO FECHAMENTO DO EX15)
      *    SAEM COMO PENDENTES ATE O FECHAMENTO DO ANO EM QUE ELE FOR
      *    APROVADO NA DISCIPLINA. SEM DEPENDENCIA, NADA E IMPRESSO.
           IF DEPEND-ABERTO = 'S'
               MOVE 'N' TO ACHOU-DEPEND
               MOVE 'N' TO FIM-DEPEND
               MOVE MATRICULA TO DP-MATRICULA
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
                           IF DP-MATRICULA NOT = MATRICULA
                               MOVE 'S' TO FIM-DEPEND
                           ELSE
                               PERFORM ESCREVER-DEPENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ESCREVER-DEPENDENCIA.
           IF ACHOU-DEPEND = 'N'
               MOVE 'S' TO ACHOU-DEPEND
               MOVE SPACES TO LINHA-HIST
               PERFORM GRAVAR-LINHA-HIST
               MOVE "DEPENDENCIAS (PROGRESSAO PARCIAL):" TO LINHA-HIST
               PERFORM GRAVAR-LINHA-HIST
           END-IF
           MOVE SPACES TO LINHA-HIST
           IF DP-SITUACAO = 'C'
               STRING "  " DP-DISCIPLINA " REPROVADA EM "
                   DP-ANO-ORIGEM " - CUMPRIDA EM " DP-ANO-CUMPRIDA
                   DELIMITED BY SIZE INTO LINHA-HIST
           ELSE
               IF DP-ANO-INCLUIDA > 0
                   STRING "  " DP-DISCIPLINA " REPROVADA EM "
                       DP-ANO-ORIGEM " - PENDENTE (CURSANDO EM "
                       DP-ANO-INCLUIDA ")"
                       DELIMITED BY SIZE INTO LINHA-HIST
               ELSE
                   STRING "  " DP-DISCIPLINA " REPROVADA EM "
                       DP-ANO-ORIGEM " - PENDENTE"
                       DELIMITED BY SIZE INTO LINHA-HIST
               END-IF
           END-IF
           PERFORM GRAVAR-LINHA-HIST.

       ESCREVER-TITULO-PERIODO.
      *    SUBTITULO DO HISTORICO A CADA TROCA DE ANO LETIVO/PERIODO,
      *    PARA AS NOTAS DE 2025-2 E 2026-1 SAIREM SEPARADAS EM VEZ
           ADD 3 TO LINHAS-NA-PAGINA.

       FECHAR-ARQUIVOS.
           IF DEPEND-ABERTO = 'S'
               CLOSE ARQ-DEPEND
           END-IF
           CLOSE ARQ-NOTAS
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-HISTORICO.
