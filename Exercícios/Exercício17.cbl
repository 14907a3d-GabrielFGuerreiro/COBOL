               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-REJEITOS ASSIGN TO "ADMREJ17.DAT"
