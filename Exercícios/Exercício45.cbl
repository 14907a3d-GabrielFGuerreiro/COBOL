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

           SELECT ARQ-RESUBMISSAO ASSIGN TO "SECEDU45.DAT"
       77 FORA-DO-EXTRATO PIC 9(06) VALUE ZEROS.
       77 CORRIGIDOS      PIC 9(06) VALUE ZEROS.
       77 SEM-NOTA        PIC 9(06) VALUE ZEROS.
       77 SOMA-NOTAS      PIC 9(08)V99 VALUE ZEROS.
      *    MESMO LAYOUT DO DETALHE E DO TRAILER DO EXTRATO DO EX18,
      *    PARA A RESSUBMISSAO ENTRAR NO ORGAO PELO MESMO CONVENIO.
       01 DETALHE-EXTRATO.
           02 FILLER         PIC X(01) VALUE ';'.
           02 EXT-DISCIPLINA PIC X(15).
           02 FILLER         PIC X(01) VALUE ';'.
           02 EXT-NOTA       PIC 9(02)V99.
           02 FILLER         PIC X(01) VALUE ';'.
           02 EXT-SITUACAO   PIC X(20).
       01 TRAILER-EXTRATO.
           02 FILLER         PIC X(01) VALUE ';'.
           02 TRL-REGISTROS  PIC 9(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 TRL-SOMA-NOTAS PIC 9(08)V99.
       PROCEDURE DIVISION.
      *    PROCESSAMENTO DO RETORNO DO ORGAO: DEPOIS QUE O EX18
      *    TRANSMITE O EXTRATO, O ORGAO DEVOLVE UM ACEITE COM
