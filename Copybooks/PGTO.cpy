      *----------------------------------------------------------------
      *    PAGAMENTO RECEBIDO CONTRA UMA COBRANCA DE MENSALIDADE
      *    (MENSAL.CPY), UM REGISTRO POR BAIXA EM PGTO27.DAT, GRAVADO
      *    PELO EX27. A MESMA COMPETENCIA PODE TER VARIOS PAGAMENTOS
      *    PARCIAIS, DISTINGUIDOS POR PG-SEQ. O VALOR RECEBIDO QUITA
      *    PRIMEIRO A MULTA E OS JUROS DO ATRASO E O RESTANTE ABATE O
      *    PRINCIPAL (PG-PRINCIPAL), QUE E O QUE SE ACUMULA EM
      *    MN-VALOR-PAGO; PG-SALDO-APOS E O PRINCIPAL QUE AINDA FICOU
      *    EM ABERTO DEPOIS DESTA BAIXA. PG-ORIGEM 'C' E O CAIXA DO
      *    EX27 E 'B' O BOLETO LIQUIDADO NO BANCO (RETORNO DO EX57).
      *    PG-RECIBO E O NUMERO DO RECIBO IMPRESSO PELO CAIXA (ZERO NA
      *    BAIXA DO BANCO, QUE NAO EMITE RECIBO); O FECHAMENTO DE
      *    CAIXA DO EX58 LISTA E TOTALIZA OS RECIBOS POR OPERADOR.
      *    O PAGAMENTO DE PARCELA DE ACORDO (PARCAC.CPY) USA A MESMA
      *    CHAVE COM PG-ANO ZERADO E PG-MES COM O NUMERO DA PARCELA,
      *    E LEVA O NUMERO DO ACORDO EM PG-ACORDO (ZERO NA MENSALIDADE).
      *----------------------------------------------------------------
       01 REG-PGTO.
           02 PG-CHAVE.
               03 PG-MATRICULA  PIC 9(06).
               03 PG-ANO        PIC 9(04).
               03 PG-MES        PIC 9(02).
               03 PG-SEQ        PIC 9(02).
           02 PG-DATA           PIC 9(08).
           02 PG-VALOR-RECEBIDO PIC 9(04)V99.
           02 PG-PRINCIPAL      PIC 9(04)V99.
           02 PG-MULTA          PIC 9(04)V99.
           02 PG-JUROS          PIC 9(04)V99.
           02 PG-DIAS-ATRASO    PIC 9(04).
           02 PG-SALDO-APOS     PIC 9(04)V99.
           02 PG-OPERADOR       PIC 9(04).
           02 PG-ORIGEM         PIC X(01).
           02 PG-RECIBO         PIC 9(08).
           02 PG-ACORDO         PIC 9(06).
