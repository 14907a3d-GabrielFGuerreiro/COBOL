               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-NOTAS ASSIGN TO "NOTASF5.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT ARQ-DISC ASSIGN TO "DISC6.DAT"
       77 TOTAL-ORFAS     PIC 9(06) VALUE ZEROS.
       77 TOTAL-SEM-DISC  PIC 9(06) VALUE ZEROS.
       77 TOTAL-SELO-RUIM PIC 9(06) VALUE ZEROS.
       77 NOTA-EDITADA    PIC Z9.99.
      *    NOTA DESMEMBRADA EM PARTE INTEIRA E CENTESIMOS PARA A CONTA
      *    DO SELO DE INTEGRIDADE, COMO NO EX5.
       01 NOTA-SELO           PIC 9(02)V99 VALUE ZEROS.
       01 FILLER REDEFINES NOTA-SELO.
           02 NOTA-SELO-INTEIRA    PIC 9(02).
           02 NOTA-SELO-CENTESIMOS PIC 9(02).
       PROCEDURE DIVISION.
      *    CONCILIACAO NOTURNA ENTRE OS TRES ARQUIVOS MESTRES, JA QUE
      *    CADA PROGRAMA CONFIA SO NO PROPRIO ARQUIVO E A DERIVA
           PERFORM RECALCULAR-SELO
           IF SELO-RECALCULADO NOT = CN-SELO
               ADD 1 TO TOTAL-SELO-RUIM
               MOVE CN-NOTA TO NOTA-EDITADA
               MOVE SPACES TO LINHA-EXCECAO
               STRING 'SELO: NOTA DE ' CN-MATRICULA ' ('
                   CN-ANO-LETIVO '-' CN-PERIODO ' ' CN-MATERIA
                   ') NOTA ' NOTA-EDITADA ' GRAVADO ' CN-SELO
                   ' RECALCULADO ' SELO-RECALCULADO
                   DELIMITED BY SIZE INTO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
           END-IF.
               ADD FUNCTION ORD(CN-MATERIA(IDX-CHECKSUM:1))
                   TO CHECKSUM
           END-PERFORM
           MOVE CN-NOTA TO NOTA-SELO
           ADD NOTA-SELO-INTEIRA TO CHECKSUM
           ADD NOTA-SELO-CENTESIMOS TO CHECKSUM

           CALL 'PRIMOCHK' USING CHECKSUM EH-PRIMO
           IF EH-PRIMO EQUAL TO 1
