      *----------------------------------------------------------------
      *    PARCELA DE UM ACORDO DE PARCELAMENTO (ACORDO.CPY), UMA POR
      *    ACORDO E NUMERO EM PARCAC61.DAT, GERADA PELO EX61 COM O
      *    PROPRIO VENCIMENTO E BAIXADA INTEIRA NO CAIXA DO EX27 (COM
      *    MULTA E JUROS DO EX55 SE PAGA DEPOIS DO VENCIMENTO).
      *    PA-SITUACAO E 'A' (EM ABERTO), 'P' (PAGA) OU 'C'
      *    (CANCELADA QUANDO O ACORDO E ROMPIDO).
      *----------------------------------------------------------------
       01 REG-PARCELA.
           02 PA-CHAVE.
               03 PA-ACORDO     PIC 9(06).
               03 PA-NUMERO     PIC 9(02).
           02 PA-MATRICULA      PIC 9(06).
           02 PA-VENCIMENTO     PIC 9(08).
           02 PA-VALOR          PIC 9(04)V99.
           02 PA-SITUACAO       PIC X(01).
           02 PA-DATA-PGTO      PIC 9(08).
           02 PA-VALOR-PAGO     PIC 9(04)V99.
