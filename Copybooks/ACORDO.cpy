      *----------------------------------------------------------------
      *    ACORDO DE PARCELAMENTO DE MENSALIDADES ATRASADAS, UM POR
      *    NUMERO EM ACORDO61.DAT, MANTIDO PELO EX61. AGRUPA ATE 12
      *    COBRANCAS EM ABERTO DE UMA MESMA MATRICULA (AC-COBRANCA,
      *    COM O SALDO DE CADA UMA NO DIA DO ACORDO), QUE FICAM COM
      *    MN-SITUACAO 'R' (RENEGOCIADA) EM MENSAL26.DAT; A DIVIDA
      *    PASSA A SER COBRADA PELAS PARCELAS DE PARCAC.CPY, PAGAS NO
      *    CAIXA DO EX27. AC-SITUACAO E 'A' (ATIVO), 'Q' (QUITADO, A
      *    ULTIMA PARCELA FOI PAGA) OU 'R' (ROMPIDO: AS PARCELAS EM
      *    ABERTO FORAM CANCELADAS, O QUE JA FOI PAGO NELAS ABATEU AS
      *    COBRANCAS ORIGINAIS E ELAS VOLTARAM A 'A'). O REGISTRO
      *    NUNCA E APAGADO - E A HISTORIA DO ACORDO PARA O FINANCEIRO.
      *----------------------------------------------------------------
       01 REG-ACORDO.
           02 AC-NUMERO         PIC 9(06).
           02 AC-MATRICULA      PIC 9(06).
           02 AC-DATA           PIC 9(08).
           02 AC-OPERADOR       PIC 9(04).
           02 AC-VALOR-TOTAL    PIC 9(06)V99.
           02 AC-QTD-PARCELAS   PIC 9(02).
           02 AC-VALOR-PAGO     PIC 9(06)V99.
           02 AC-SITUACAO       PIC X(01).
           02 AC-DATA-SITUACAO  PIC 9(08).
           02 AC-OPERADOR-SIT   PIC 9(04).
           02 AC-MOTIVO         PIC X(30).
           02 AC-QTD-COBRANCAS  PIC 9(02).
           02 AC-COBRANCA OCCURS 12 TIMES.
               03 AC-COB-ANO    PIC 9(04).
               03 AC-COB-MES    PIC 9(02).
               03 AC-COB-SALDO  PIC 9(04)V99.
