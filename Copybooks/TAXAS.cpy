      *----------------------------------------------------------------
      *    PARAMETROS DE COBRANCA DAS MENSALIDADES, UM REGISTRO SO EM
      *    TAXAS55.DAT, MANTIDO PELO CHEFE DA SECRETARIA NO EX55 E
      *    LIDO PELO EX27 NA BAIXA: O DIA DO MES EM QUE A COMPETENCIA
      *    VENCE, A MULTA (PERCENTUAL UNICO SOBRE O SALDO PAGO EM
      *    ATRASO) E OS JUROS DE MORA (PERCENTUAL AO MES, PRO RATA
      *    POR DIA DE ATRASO). A DATA E O OPERADOR DA ULTIMA
      *    ALTERACAO FICAM NO PROPRIO REGISTRO.
      *----------------------------------------------------------------
       01 REG-TAXAS.
           02 TX-DIA-VENCIMENTO PIC 9(02).
           02 TX-MULTA-PCT      PIC 9(02)V99.
           02 TX-JUROS-MES-PCT  PIC 9(02)V99.
           02 TX-DATA-ALTERACAO PIC 9(08).
           02 TX-OPERADOR       PIC 9(04).
