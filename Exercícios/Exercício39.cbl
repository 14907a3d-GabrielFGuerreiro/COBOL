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

           SELECT ARQ-DISC ASSIGN TO "DISC6.DAT"
       01  IMAGEM-ALUARQ PIC X(63).

       FD  ARQ-NOTARQ.
       01  IMAGEM-NOTARQ PIC X(81).

       FD  ARQ-DISCARQ.
       01  IMAGEM-DISCARQ PIC X(133).
