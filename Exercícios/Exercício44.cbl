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

           SELECT ARQ-DISCIP ASSIGN TO "DISCIP.DAT"
       77 CODIGO-NOSSO    PIC X(06) VALUE SPACES.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 PERIODO         PIC 9(01) VALUE ZEROS.
       77 NOTA            PIC 9(02)V99 VALUE ZEROS.
       77 NOTA-EDITADA    PIC Z9.99.
       77 SITUACAO        PIC X(20) VALUE SPACES.
       77 NOME-ALUNO      PIC X(30) VALUE SPACES.
       77 CONTINUA        PIC X(01) VALUE 'S'.
       77 IDX-CHECKSUM    PIC 9(03) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 CARREGADAS      PIC 9(04) VALUE ZEROS.
      *    NOTA DESMEMBRADA EM PARTE INTEIRA E CENTESIMOS PARA A CONTA
      *    DO SELO DE INTEGRIDADE, COMO NO EX5.
       01 NOTA-SELO           PIC 9(02)V99 VALUE ZEROS.
       01 FILLER REDEFINES NOTA-SELO.
           02 NOTA-SELO-INTEIRA    PIC 9(02).
           02 NOTA-SELO-CENTESIMOS PIC 9(02).
       PROCEDURE DIVISION.
      *    TRANSFERENCIA DE ENTRADA: O ALUNO QUE CHEGA NO MEIO DO ANO
      *    TRAZ UM HISTORICO COM NOMES DE DISCIPLINA DA ESCOLA DE
           END-PERFORM
           MOVE 99 TO NOTA
           PERFORM UNTIL NOTA <= 10
               DISPLAY 'NOTA DO HISTORICO (0 A 10, EX: 6.50):'
               ACCEPT NOTA
           END-PERFORM

      *    MESMA CLASSIFICACAO DO EX5, PARA A NOTA EXTERNA NAO
      *    DESTOAR DAS INTERNAS NOS RELATORIOS.
           IF NOTA < 5
               MOVE 'REPROVADO' TO SITUACAO
           ELSE
               IF NOTA < 7
                   MOVE 'EM RECUPERACAO' TO SITUACAO
               ELSE
                   MOVE 'APROVADO' TO SITUACAO
           MOVE ANO-LETIVO TO CN-ANO-LETIVO
           MOVE PERIODO    TO CN-PERIODO
           MOVE CODIGO-NOSSO TO CN-MATERIA
           MOVE CODIGO-NOSSO TO CN-DISC-MATERIA
           MOVE ANO-LETIVO TO CN-DISC-ANO
           MOVE PERIODO    TO CN-DISC-PERIODO
           MOVE NOME-ALUNO TO CN-NOME
           MOVE NOTA       TO CN-NOTA
           MOVE SITUACAO   TO CN-SITUACAO
                       CODIGO-NOSSO
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   MOVE SPACES TO AUD-VALOR
                   MOVE NOTA TO NOTA-EDITADA
                   STRING 'NOTA=' NOTA-EDITADA ' ORIGEM='
                       NOME-EXTERNO(1:22)
                       DELIMITED BY SIZE INTO AUD-VALOR
                   PERFORM GRAVAR-AUDITORIA
           END-WRITE.
               ADD FUNCTION ORD(CN-MATERIA(IDX-CHECKSUM:1))
                   TO CHECKSUM
           END-PERFORM
           MOVE NOTA TO NOTA-SELO
           ADD NOTA-SELO-INTEIRA TO CHECKSUM
           ADD NOTA-SELO-CENTESIMOS TO CHECKSUM

           CALL 'PRIMOCHK' USING CHECKSUM EH-PRIMO
           IF EH-PRIMO EQUAL TO 1
