      *----------------------------------------------------------------
      *    DEPENDENCIA (PROGRESSAO PARCIAL): DISCIPLINA EM QUE O ALUNO
      *    FOI REPROVADO NUM ANO EM QUE, MESMO ASSIM, FOI PROMOVIDO
      *    PELO FECHAMENTO DO EX15 (UMA OU DUAS REPROVACOES, OU MAIS
      *    COM APROVACAO DO CONSELHO DE CLASSE DO EX62). O EX15 GRAVA
      *    A DEPENDENCIA NO FECHAMENTO DO ANO DE ORIGEM E A DA POR
      *    CUMPRIDA NO FECHAMENTO DO ANO EM QUE O ALUNO FOR APROVADO
      *    NA DISCIPLINA. A REMATRICULA DO EX41 INCLUI A DEPENDENCIA
      *    PENDENTE NA LISTA DE DISCIPLINAS (DISC6) DO PERIODO NOVO E
      *    ANOTA O ANO EM DP-ANO-INCLUIDA. DP-SITUACAO: 'P' PENDENTE,
      *    'C' CUMPRIDA (NO ANO DE DP-ANO-CUMPRIDA).
      *----------------------------------------------------------------
       01 REG-DEPEND.
           02 DP-CHAVE.
               03 DP-MATRICULA   PIC 9(06).
               03 DP-DISCIPLINA  PIC X(06).
               03 DP-ANO-ORIGEM  PIC 9(04).
           02 DP-TURMA-ORIGEM    PIC X(06).
           02 DP-SITUACAO        PIC X(01).
           02 DP-ANO-INCLUIDA    PIC 9(04).
           02 DP-ANO-CUMPRIDA    PIC 9(04).
