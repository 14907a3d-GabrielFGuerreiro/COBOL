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

           SELECT ARQ-EXTRATO ASSIGN TO "SECEDU18.DAT"
       77 PERIODO         PIC 9(01) VALUE ZEROS.
       77 FIM-NOTAS       PIC X(01) VALUE 'N'.
       77 REGISTROS-EXTRATO PIC 9(06) VALUE ZEROS.
       77 SOMA-NOTAS      PIC 9(08)V99 VALUE ZEROS.
       77 SEM-CADASTRO    PIC 9(06) VALUE ZEROS.
       77 NOME-ALUNO      PIC X(30) VALUE SPACES.
      *    LAYOUT EXIGIDO PELO ORGAO: CAMPOS DE TAMANHO FIXO
      *    SEPARADOS POR PONTO-E-VIRGULA, UM REGISTRO POR
      *    ALUNO-DISCIPLINA, E UM TRAILER "T" COM TOTAIS DE CONFERENCIA.
      *    A NOTA E A SOMA DO TRAILER VAO COM DUAS DECIMAIS IMPLICITAS
      *    (6,50 SAI COMO 0650), COMO A NOTA GRAVADA EM NOTASF5.DAT.
       01 DETALHE-EXTRATO.
           02 EXT-TIPO       PIC X(01) VALUE 'D'.
           02 FILLER         PIC X(01) VALUE ';'.
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
      *    EXTRATO SEMESTRAL PARA A SECRETARIA DE EDUCACAO: JUNTA O
      *    CADASTRO DE ALUNOS COM O ARQUIVO DE NOTAS E GERA O ARQUIVO
