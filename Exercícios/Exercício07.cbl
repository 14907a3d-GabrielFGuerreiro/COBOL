               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-ALUNOS.
           02 LOTE-MATRICULA     PIC 9(06).
           02 LOTE-NOME          PIC X(30).
           02 LOTE-MATERIA       PIC X(15).
           02 LOTE-NOTA          PIC 9(02)V99.
           02 LOTE-ANO           PIC 9(04).
           02 LOTE-PERIODO       PIC 9(01).


      *        ALIMENTA O LOTE DO EX5 COM A MEDIA FINAL DE CADA
      *        DISCIPLINA, PARA O FECHAMENTO DE PERIODO PODER
      *        ENCADEAR O EX7 NO EX5 SEM DIGITACAO MANUAL. A MEDIA
      *        VAI COM AS DUAS DECIMAIS, IGUAL AO BOLETIM.
               MOVE MATRICULA        TO LOTE-MATRICULA
               MOVE AL-NOME          TO LOTE-NOME
               MOVE CODIGO(CONTADOR) TO LOTE-MATERIA
               MOVE MEDIA-FINAL(CONTADOR) TO LOTE-NOTA
               MOVE ANO-LETIVO       TO LOTE-ANO
               MOVE PERIODO          TO LOTE-PERIODO
               WRITE REG-LOTE-EX5
