      *----------------------------------------------------------------
      *    AREA DE CHAMADA DO NADACON, A CONFERENCIA DE NADA CONSTA
      *    DO ALUNO, USADA PELA TRANSFERENCIA (EX43), PELO
      *    CERTIFICADO (EX65), PELA REMATRICULA (EX41) E PELA
      *    CONSULTA DO EX76. NC-ACAO 'V' CONFERE A MATRICULA: COBRANCA
      *    VENCIDA EM ABERTO NO MENSAL26, SEGUNDA CHAMADA PENDENTE NO
      *    SEGCH35, OCORRENCIA GRAVE SEM BAIXA NO OCOR47 E ANO
      *    ANTERIOR COM NOTAS E SEM RESULTADO DE FECHAMENTO DO EX15.
      *    NC-RESULTADO VOLTA 'L' (LIBERADO, NADA CONSTA), 'B'
      *    (BLOQUEADO, COM AS PENDENCIAS EM NC-PENDENCIA) OU 'D'
      *    (BLOQUEADO MAS DISPENSADO PELO CHEFE PARA ESTA FINALIDADE
      *    - A DISPENSA E CONSUMIDA NA CONFERENCIA). NC-ACAO 'D'
      *    REGISTRA A DISPENSA DO CHEFE (NC-OPERADOR E NC-MOTIVO)
      *    PARA A MATRICULA E A FINALIDADE; NC-RESULTADO VOLTA 'R'
      *    (REGISTRADA) OU 'E' (ERRO NA GRAVACAO - NAO HA DISPENSA
      *    E O CHAMADOR NAO PODE SEGUIR COMO DISPENSADO).
      *    NC-FINALIDADE E 'T' (TRANSFERENCIA), 'C' (CERTIFICADO),
      *    'R' (REMATRICULA) OU
      *    'A' (DECLARACAO AVULSA, SEM DISPENSA). COM NC-EMITIR = 'S'
      *    E O ALUNO LIBERADO, A DECLARACAO DE NADA CONSTA SAI EM
      *    NADACON.PRT.
      *----------------------------------------------------------------
       01 AREA-NADACON.
           02 NC-ACAO           PIC X(01).
           02 NC-MATRICULA      PIC 9(06).
           02 NC-NOME           PIC X(30).
           02 NC-FINALIDADE     PIC X(01).
           02 NC-EMITIR         PIC X(01).
           02 NC-OPERADOR       PIC 9(04).
           02 NC-MOTIVO         PIC X(40).
           02 NC-RESULTADO      PIC X(01).
           02 NC-EXCEDEU        PIC X(01).
           02 NC-QTD-PENDENCIAS PIC 9(02).
           02 NC-PENDENCIA      PIC X(60) OCCURS 20 TIMES.
