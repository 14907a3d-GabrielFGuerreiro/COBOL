               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT ARQ-DISCIP ASSIGN TO "DISCIP.DAT"
               03 TAB-RECUPERA   PIC 9(05).
               03 TAB-REPROVADOS PIC 9(05).
               03 TAB-OUTRAS     PIC 9(05).
               03 TAB-SOMA-NOTAS PIC 9(07)V99.
               03 TAB-MEDIA      PIC 9(02)V99.
               03 TAB-LISTADA    PIC X(01).
       01 LINHA-DET.
           02 LDES-MEDIA     PIC Z9.99.
       PROCEDURE DIVISION.
      *    RELATORIO DE DESEMPENHO POR DISCIPLINA DO PERIODO, LENDO
      *    O NOTASF5.DAT PELA CHAVE ALTERNATIVA CN-CHAVE-DISCIPLINA
      *    E AGRUPANDO POR CN-MATERIA, PARA A REUNIAO DE FECHAMENTO
      *    DO COORDENADOR RESPONDER "COMO FOI MATEMATICA NA ESCOLA
      *    INTEIRA NESTE PERIODO?" SEM SOMAR BOLETIM POR BOLETIM.
           STOP RUN.

       ACUMULAR-NOTAS.
      *    VARRE O ARQUIVO PELA CHAVE ALTERNATIVA DE DISCIPLINA
      *    (MATERIA, ANO, PERIODO) E ACUMULA, POR CODIGO DE
      *    DISCIPLINA, AS CONTAGENS DE SITUACAO E A SOMA DAS NOTAS DO
      *    PERIODO PEDIDO; AS DISCIPLINAS ENTRAM NA TABELA JA EM
      *    ORDEM DE CODIGO.
           MOVE LOW-VALUES TO CN-CHAVE-DISCIPLINA
           START ARQ-NOTAS KEY IS NOT LESS THAN CN-CHAVE-DISCIPLINA
               INVALID KEY
                   MOVE 'S' TO FIM-NOTAS
           END-START
