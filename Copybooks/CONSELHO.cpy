      *----------------------------------------------------------------
      *    CASO LIMITROFE LEVADO AO CONSELHO DE CLASSE (EX62): O ALUNO
      *    QUE A REGRA DE PROMOCAO DO EX15 RETERIA, MAS POR POUCO
      *    (MEDIA OU REPROVACOES PERTO DO LIMITE). A CHAVE E ANO
      *    LETIVO + TURMA + MATRICULA, PARA A PAUTA SAIR AGRUPADA POR
      *    TURMA NA LEITURA SEQUENCIAL. MEDIA, REPROVACOES, FALTAS
      *    (FREQ25) E OCORRENCIAS (OCOR47) SAO AS DA PAUTA APRESENTADA
      *    AO CONSELHO. CS-DECISAO: 'P' PENDENTE (AINDA NAO JULGADO),
      *    'A' APROVADO PELO CONSELHO, 'R' RETENCAO MANTIDA. A DECISAO
      *    LEVA A JUSTIFICATIVA DA ATA, A DATA E O OPERADOR QUE A
      *    REGISTROU; O FECHAMENTO DO EX15 PROMOVE O ALUNO COM 'A' EM
      *    VEZ DE RETE-LO.
      *----------------------------------------------------------------
       01 REG-CONSELHO.
           02 CS-CHAVE.
               03 CS-ANO         PIC 9(04).
               03 CS-TURMA       PIC X(06).
               03 CS-MATRICULA   PIC 9(06).
           02 CS-MEDIA           PIC 9(02)V99.
           02 CS-REPROVACOES     PIC 9(02).
           02 CS-FALTAS          PIC 9(04).
           02 CS-OCORRENCIAS     PIC 9(03).
           02 CS-OCOR-GRAVES     PIC 9(03).
           02 CS-DECISAO         PIC X(01).
           02 CS-JUSTIFICATIVA   PIC X(60).
           02 CS-DATA-DECISAO    PIC 9(08).
           02 CS-OPERADOR        PIC 9(04).
