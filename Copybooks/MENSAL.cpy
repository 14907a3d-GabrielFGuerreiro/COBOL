      *    PAGAMENTO SO SAO PREENCHIDOS NA BAIXA. O EX28 IMPRIME A
      *    INADIMPLENCIA POR TURMA LENDO ESTE ARQUIVO, NO LUGAR DO
      *    LIVRO DE MENSALIDADES AO LADO DO TERMINAL.
      *    MN-VALOR E O LIQUIDO COBRADO, JA COM AS BOLSAS DO EX54. A
      *    BAIXA PODE SER PARCIAL: MN-VALOR-PAGO ACUMULA O PRINCIPAL
      *    JA RECEBIDO (SEM MULTA E JUROS, QUE FICAM EM PGTO27.DAT),
      *    MN-DATA-PGTO E A DATA DO ULTIMO PAGAMENTO E A COBRANCA SO
      *    VIRA 'P' QUANDO O SALDO (MN-VALOR - MN-VALOR-PAGO) ZERA.
      *    'R' E A COBRANCA RENEGOCIADA NUM ACORDO DE PARCELAMENTO DO
      *    EX61 (ACORDO.CPY): SAI DA INADIMPLENCIA E NAO E BAIXADA NO
      *    CAIXA; VOLTA A 'A' SE O ACORDO FOR ROMPIDO.
      *----------------------------------------------------------------
       01 REG-MENSAL.
           02 MN-CHAVE.
