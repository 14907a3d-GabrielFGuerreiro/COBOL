      *    CHAVE, MANTIDO PELO EX13. CADA ALUNO DE ALUNOS.DAT PODE
      *    SER ALOCADO A UMA TURMA VIA AL-TURMA (ALUNO.CPY), PARA A
      *    SECRETARIA TER A RELACAO DA TURMA NO SISTEMA EM VEZ DE NO
      *    CADERNO AO LADO DO TERMINAL. TU-VAGAS E O LIMITE DE ALUNOS
      *    ATIVOS DA TURMA, RESPEITADO NA ALOCACAO DO EX13 E NA
      *    REMATRICULA DO EX41; ZERO (TURMA ANTERIOR AO LIMITE) E SEM
      *    LIMITE ATE A SECRETARIA INFORMAR AS VAGAS NO EX13.
      *----------------------------------------------------------------
       01 REG-TURMA.
           02 TU-CODIGO     PIC X(06).
           02 TU-TURNO      PIC X(01).
           02 TU-ANO        PIC 9(04).
           02 TU-PERIODO    PIC 9(01).
           02 TU-VAGAS      PIC 9(03).
