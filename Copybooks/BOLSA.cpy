      *----------------------------------------------------------------
      *    BOLSA OU DESCONTO CONCEDIDO AO ALUNO, MANTIDO PELO EX54 E
      *    APLICADO PELO EX26 AO GERAR A MENSALIDADE DA COMPETENCIA.
      *    UMA MATRICULA PODE TER MAIS DE UM (BOLSA E DESCONTO DE
      *    IRMAOS, POR EXEMPLO), DISTINGUIDOS POR BO-SEQ. BO-TIPO E
      *    'B' (BOLSA), 'I' (DESCONTO DE IRMAOS), 'F' (FILHO DE
      *    FUNCIONARIO) OU 'O' (OUTRO); BO-MODO E 'P' (PERCENTUAL
      *    SOBRE O VALOR CHEIO, EM BO-PERCENTUAL) OU 'V' (VALOR FIXO,
      *    EM BO-VALOR). SO VALE PARA AS COMPETENCIAS (AAAAMM) ENTRE
      *    BO-COMPET-INI E BO-COMPET-FIM, INCLUSIVE.
      *----------------------------------------------------------------
       01 REG-BOLSA.
           02 BO-CHAVE.
               03 BO-MATRICULA  PIC 9(06).
               03 BO-SEQ        PIC 9(02).
           02 BO-TIPO           PIC X(01).
           02 BO-MODO           PIC X(01).
           02 BO-PERCENTUAL     PIC 9(03)V99.
           02 BO-VALOR          PIC 9(04)V99.
           02 BO-COMPET-INI     PIC 9(06).
           02 BO-COMPET-FIM     PIC 9(06).
           02 BO-MOTIVO         PIC X(30).
