               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-TURMAS ASSIGN TO "TURMAS13.DAT"

       CARREGAR-ROSTER.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE TURMA-ALVO TO AL-TURMA
           START ARQ-ALUNOS KEY IS EQUAL TO AL-TURMA
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF AL-TURMA NOT = TURMA-ALVO
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
                       IF AL-TURMA = TURMA-ALVO
                           IF QTD-ALUNOS < 100
                               ADD 1 TO QTD-ALUNOS
