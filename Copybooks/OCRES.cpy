      *----------------------------------------------------------------
      *    BAIXA DE OCORRENCIA GRAVE (OCOR.CPY), GRAVADA PELO EX47 EM
      *    OCRES47.DAT COM A MESMA CHAVE DA OCORRENCIA: A DATA DA
      *    BAIXA, O OPERADOR E A PROVIDENCIA TOMADA (REUNIAO COM A
      *    FAMILIA, SUSPENSAO CUMPRIDA, DANO RESSARCIDO...). OCORRENCIA
      *    GRAVE SEM BAIXA BLOQUEIA O NADA CONSTA DO ALUNO (NADACON).
      *----------------------------------------------------------------
       01 REG-OCRES.
           02 OR-CHAVE.
               03 OR-MATRICULA  PIC 9(06).
               03 OR-DATA       PIC 9(08).
               03 OR-SEQ        PIC 9(02).
           02 OR-DATA-BAIXA     PIC 9(08).
           02 OR-OPERADOR       PIC 9(04).
           02 OR-PROVIDENCIA    PIC X(40).
