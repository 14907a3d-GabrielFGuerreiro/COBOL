      *----------------------------------------------------------------
      *    CALENDARIO DE PROVAS, MANTIDO PELO EX68: UM REGISTRO POR
      *    ANO/PERIODO, TURMA, DISCIPLINA E AVALIACAO (PV-PROVA 'P1'
      *    OU 'P2'), COM A DATA MARCADA. A DATA TEM DE SER DIA LETIVO
      *    DO CALENDARIO DO EX32, E O EX68 RECUSA PASSAR DO MAXIMO DE
      *    PROVAS DA TURMA NO MESMO DIA. O EX35 SO FECHA A SEGUNDA
      *    CHAMADA DE PROVA QUE CONSTA AQUI E EM CUJA DATA O ALUNO TEM
      *    FALTA ('F') NO DIARIO DO EX25.
      *----------------------------------------------------------------
       01 REG-PROVA.
           02 PV-CHAVE.
               03 PV-ANO        PIC 9(04).
               03 PV-PERIODO    PIC 9(01).
               03 PV-TURMA      PIC X(06).
               03 PV-MATERIA    PIC X(06).
               03 PV-PROVA      PIC X(02).
           02 PV-DATA           PIC 9(08).
           02 PV-OPERADOR       PIC 9(04).
