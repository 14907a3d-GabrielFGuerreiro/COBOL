      *----------------------------------------------------------------
      *    REGISTRO DAS DECLARACOES EMITIDAS PELA SECRETARIA (EX64),
      *    UMA POR NUMERO DE PROTOCOLO, SEQUENCIAL. DC-TIPO: 'M'
      *    DECLARACAO DE MATRICULA, 'F' DE FREQUENCIA, 'E' DE
      *    ESCOLARIDADE. DC-RESUMO GUARDA O QUE A DECLARACAO AFIRMA
      *    (TURMA E ANO, PERCENTUAL DE FREQUENCIA, SITUACAO), PARA A
      *    SECRETARIA CONFIRMAR O TEOR A UMA EMPRESA OU BANCO SEM
      *    REIMPRIMIR O DOCUMENTO. DC-CODIGO E O CODIGO DE VALIDACAO
      *    IMPRESSO NA DECLARACAO: CINCO ALGARISMOS TIRADOS DO
      *    CONTEUDO DO REGISTRO MAIS UM DIGITO VERIFICADOR NO PADRAO
      *    DA MATRICULA (MATRDV), E DC-SELO E A MARCA DE PRIMALIDADE
      *    DA MESMA SOMA (PRIMOCHK), COMO O SELO DAS NOTAS. O
      *    REGISTRO NUNCA E APAGADO.
      *----------------------------------------------------------------
       01 REG-DECLAR.
           02 DC-PROTOCOLO      PIC 9(06).
           02 DC-TIPO           PIC X(01).
           02 DC-MATRICULA      PIC 9(06).
           02 DC-NOME           PIC X(30).
           02 DC-ANO-REF        PIC 9(04).
           02 DC-PERIODO-REF    PIC 9(01).
           02 DC-RESUMO         PIC X(40).
           02 DC-FINALIDADE     PIC X(30).
           02 DC-DATA-EMISSAO   PIC 9(08).
           02 DC-OPERADOR       PIC 9(04).
           02 DC-CODIGO         PIC 9(06).
           02 DC-SELO           PIC X(01).
