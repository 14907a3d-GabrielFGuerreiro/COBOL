               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT ARQ-RELATORIO ASSIGN TO "TEND42.PRT"
               03 TD-POR-ANO OCCURS 10 TIMES.
                   04 TD-TOTAL       PIC 9(05).
                   04 TD-APROVADOS   PIC 9(05).
                   04 TD-SOMA-NOTAS  PIC 9(07)V99.
       77 GRUPOS-PERDIDOS PIC 9(04) VALUE ZEROS.
       77 ANOS-PERDIDOS   PIC 9(04) VALUE ZEROS.
       77 COLUNA-TT       PIC X(19) VALUE SPACES.
           END-IF.

       ACUMULAR-NOTAS.
      *    LEITURA PELA CHAVE ALTERNATIVA DE DISCIPLINA: OS ANOS DE
      *    UMA MESMA MATERIA CHEGAM JUNTOS E EM ORDEM.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO CN-CHAVE-DISCIPLINA
           START ARQ-NOTAS KEY IS NOT LESS THAN CN-CHAVE-DISCIPLINA
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
