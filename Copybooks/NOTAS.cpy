      *    DOIS PROGRAMAS. O ANO LETIVO E O PERIODO FAZEM PARTE DA
      *    CHAVE PARA A MESMA MATERIA DE PERIODOS DIFERENTES CONVIVER
      *    NO ARQUIVO (2025-2 E 2026-1 LADO A LADO), EM VEZ DE CADA
      *    PERIODO NOVO REGRAVAR O ANTERIOR. CN-NOTA GUARDA A NOTA COM
      *    DUAS DECIMAIS, IGUAL A MEDIA FINAL DO BOLETIM DO EX7 (6,50
      *    NAO VIRA MAIS 7); ARQUIVOS GRAVADOS COM A NOTA INTEIRA
      *    PASSAM UMA VEZ PELA CONVERSAO DO EX70.
      *    CN-CHAVE-DISCIPLINA REPETE MATERIA, ANO E PERIODO DA CHAVE
      *    PARA SERVIR DE CHAVE ALTERNATIVA (COM DUPLICATAS): OS
      *    RELATORIOS POR DISCIPLINA POSICIONAM COM START NELA EM VEZ
      *    DE LER O ARQUIVO INTEIRO. QUEM GRAVA O REGISTRO PREENCHE
      *    OS TRES CAMPOS JUNTO COM A CHAVE; IMAGENS DE ARQUIVO MORTO
      *    E DE BACKUP ANTERIORES NAO TEM O CAMPO E ELE E REMONTADO
      *    NA VOLTA (EX21 E EX40).
      *----------------------------------------------------------------
       01 REG-NOTAS.
           05 CHAVE-NOTA.
               10 CN-PERIODO     PIC 9(01).
               10 CN-MATERIA     PIC X(15).
           05 CN-NOME            PIC X(30).
           05 CN-NOTA            PIC 9(02)V99.
           05 CN-SITUACAO        PIC X(20).
           05 CN-SELO            PIC X(01).
           05 CN-CHAVE-DISCIPLINA.
               10 CN-DISC-MATERIA  PIC X(15).
               10 CN-DISC-ANO      PIC 9(04).
               10 CN-DISC-PERIODO  PIC 9(01).
