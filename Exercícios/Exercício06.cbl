               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-ALUNOS.
