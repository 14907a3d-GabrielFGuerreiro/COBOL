               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-CARTAS ASSIGN TO "CARTA30.PRT"
           STOP RUN.

       GERAR-CARTAS-TURMA.
           MOVE TURMA-FILTRO TO AL-TURMA
           START ARQ-ALUNOS KEY IS EQUAL TO AL-TURMA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       IF AL-TURMA NOT = TURMA-FILTRO
                           MOVE 'S' TO FIM-ALUNOS
                       END-IF
                       IF AL-TURMA = TURMA-FILTRO
                           PERFORM GERAR-CARTA-ALUNO
                       END-IF
