      *----------------------------------------------------------------
      *    REGISTRO DE AUSENCIAS DE PROFESSOR, MANTIDO PELO EX80: UM
      *    REGISTRO POR PROFESSOR, DATA E FAIXA DE AULA EM QUE ELE
      *    FALTOU, COM A TURMA E A DISCIPLINA DA GRADE DO EX51 E O
      *    PROFESSOR SUBSTITUTO QUE DEU A AULA (ZEROS QUANDO A AULA
      *    FICOU VAGA). O HORARIO51.DAT E O ATRIB12.DAT CONTINUAM
      *    DIZENDO QUEM DEVERIA DAR A AULA; O QUE FOI DADO DE FATO
      *    SAI DESTE ARQUIVO, E E DELE QUE O EX81 TIRA A HORA-AULA
      *    DO MES PARA A FOLHA - ANTES A SUBSTITUICAO FICAVA NO PAPEL
      *    E A FOLHA PAGAVA A AULA A QUEM NAO A DEU.
      *----------------------------------------------------------------
       01 REG-AUSENCIA.
           02 AU-CHAVE.
               03 AU-DATA         PIC 9(08).
               03 AU-PROFESSOR    PIC 9(04).
               03 AU-SLOT         PIC 9(01).
           02 AU-ANO              PIC 9(04).
           02 AU-PERIODO          PIC 9(01).
           02 AU-TURMA            PIC X(06).
           02 AU-DISCIPLINA       PIC X(06).
           02 AU-SUBSTITUTO       PIC 9(04).
           02 AU-MOTIVO           PIC X(30).
           02 AU-OPERADOR         PIC 9(04).
           02 AU-DATA-REGISTRO    PIC 9(08).
