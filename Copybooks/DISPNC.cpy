      *----------------------------------------------------------------
      *    DISPENSA DE NADA CONSTA DADA PELO CHEFE DA SECRETARIA, UMA
      *    POR MATRICULA E FINALIDADE ('T' TRANSFERENCIA, 'C'
      *    CERTIFICADO, 'R' REMATRICULA) EM DISPNC76.DAT, GRAVADA
      *    PELO NADACON (PELO EX76 OU NA HORA, NO EX43 E NO EX65).
      *    VALE UMA VEZ: A CONFERENCIA SEGUINTE DAQUELA FINALIDADE
      *    QUE ACHAR PENDENCIA USA A DISPENSA E MARCA DN-USADA = 'S'
      *    COM A DATA DO USO. UMA NOVA DISPENSA PARA A MESMA CHAVE
      *    SOBREPOE A ANTERIOR, QUE CONTINUA NA AUDITORIA.
      *----------------------------------------------------------------
       01 REG-DISPNC.
           02 DN-CHAVE.
               03 DN-MATRICULA  PIC 9(06).
               03 DN-FINALIDADE PIC X(01).
           02 DN-DATA           PIC 9(08).
           02 DN-OPERADOR       PIC 9(04).
           02 DN-MOTIVO         PIC X(40).
           02 DN-USADA          PIC X(01).
           02 DN-DATA-USO       PIC 9(08).
