               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-NOVOS ASSIGN TO "ALUNOS24.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NV-MATRICULA
               ALTERNATE RECORD KEY IS NV-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS NV-TURMA WITH DUPLICATES
               FILE STATUS IS FS-NOVOS.

           SELECT ARQ-MAPA ASSIGN TO "MAPA24.DAT"
