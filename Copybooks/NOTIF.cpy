      *----------------------------------------------------------------
      *    FILA DE AVISOS AOS RESPONSAVEIS POR SMS/E-MAIL, GRAVADA
      *    PELO EX72 A PARTIR DOS FATOS DO DIA E ATUALIZADA PELO EX73
      *    COM O RETORNO DO GATEWAY. A CHAVE E O TIPO DO FATO ('F'
      *    FALTA NO FREQ25, 'N' NOTA ABAIXO DE 5 NO NOTASF5, 'M'
      *    MENSALIDADE VENCIDA NO MENSAL26, 'O' OCORRENCIA GRAVE NO
      *    OCOR47) MAIS A CHAVE DO PROPRIO REGISTRO QUE O GEROU - POR
      *    ISSO O MESMO FATO NUNCA ENTRA DUAS VEZES NA FILA. O
      *    ENDERECO E O RS-TELEFONE DO RESPONSAVEL (RESP.CPY).
      *    NF-SITUACAO E 'P' (ENVIADO, AGUARDANDO RETORNO), 'E'
      *    (ENTREGUE) OU 'F' (FALHOU - A SECRETARIA LIGA PARA A
      *    FAMILIA); A DATA E O MOTIVO VEM NO RETORNO DO GATEWAY.
      *----------------------------------------------------------------
       01 REG-NOTIF.
           02 NF-CHAVE.
               03 NF-EVENTO      PIC X(01).
               03 NF-REFERENCIA  PIC X(26).
           02 NF-MATRICULA       PIC 9(06).
           02 NF-TELEFONE        PIC X(12).
           02 NF-MENSAGEM        PIC X(60).
           02 NF-DATA-GERACAO    PIC 9(08).
           02 NF-SITUACAO        PIC X(01).
           02 NF-DATA-RETORNO    PIC 9(08).
           02 NF-MOTIVO          PIC X(20).
