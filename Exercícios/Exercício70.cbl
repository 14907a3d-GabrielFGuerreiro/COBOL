       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX70.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NOTAS-ANTIGO ASSIGN TO "NOTASF5.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-CHAVE
               FILE STATUS IS FS-ANTIGO.

           SELECT ARQ-NOTAS ASSIGN TO "NOTAS70.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT ARQ-NOTARQ-ANTIGO ASSIGN TO "NOTARQ39.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTARQ-ANTIGO.

           SELECT ARQ-NOTARQ ASSIGN TO "NOTARQ70.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTARQ.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT DE NOTASF5.DAT DO TEMPO DA NOTA INTEIRA (79 BYTES).
       FD  ARQ-NOTAS-ANTIGO.
       01  REG-NOTA-ANTIGA.
           05 NA-CHAVE.
               10 NA-MATRICULA   PIC 9(06).
               10 NA-ANO-LETIVO  PIC 9(04).
               10 NA-PERIODO     PIC 9(01).
               10 NA-MATERIA     PIC X(15).
           05 NA-NOME            PIC X(30).
           05 NA-NOTA            PIC 9(02).
           05 NA-SITUACAO        PIC X(20).
           05 NA-SELO            PIC X(01).

       FD  ARQ-NOTAS.
           COPY NOTAS.

      *    O ARQUIVO MORTO DO EX39 GUARDA A IMAGEM DO REGISTRO DE
      *    NOTAS, ENTAO TAMBEM MUDA DE LAYOUT.
       FD  ARQ-NOTARQ-ANTIGO.
       01  IMAGEM-NOTARQ-ANTIGA PIC X(79).

       FD  ARQ-NOTARQ.
       01  IMAGEM-NOTARQ PIC X(81).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-ANTIGO        PIC X(02) VALUE SPACES.
       77 FS-NOTAS         PIC X(02) VALUE SPACES.
       77 FS-NOTARQ-ANTIGO PIC X(02) VALUE SPACES.
       77 FS-NOTARQ        PIC X(02) VALUE SPACES.
       77 FS-AUDIT         PIC X(02) VALUE SPACES.
       77 FIM-ARQUIVO      PIC X(01) VALUE 'N'.
       77 NOTAS-LIDAS      PIC 9(06) VALUE ZEROS.
       77 NOTAS-GRAVADAS   PIC 9(06) VALUE ZEROS.
       77 ERROS-GRAVACAO   PIC 9(06) VALUE ZEROS.
       77 SELOS-RUINS      PIC 9(06) VALUE ZEROS.
       77 ARQUIVADAS       PIC 9(06) VALUE ZEROS.
       77 ARQUIVO-MORTO    PIC X(01) VALUE 'N'.
       77 CHECKSUM         PIC 9(10) VALUE ZEROS.
       77 EH-PRIMO         PIC 9(01) VALUE ZEROS.
       77 IDX-CHECKSUM     PIC 9(03) VALUE ZEROS.
       77 SELO-RECALCULADO PIC X(01) VALUE SPACES.
      *    NOTA DESMEMBRADA EM PARTE INTEIRA E CENTESIMOS PARA A CONTA
      *    DO SELO DE INTEGRIDADE, COMO NO EX5.
       01 NOTA-SELO           PIC 9(02)V99 VALUE ZEROS.
       01 FILLER REDEFINES NOTA-SELO.
           02 NOTA-SELO-INTEIRA    PIC 9(02).
           02 NOTA-SELO-CENTESIMOS PIC 9(02).
      *    A IMAGEM ARQUIVADA E DESMONTADA NO LAYOUT ANTIGO PARA SER
      *    REMONTADA NO NOVO.
       01 NOTA-ARQ-ANTIGA.
           05 NQ-CHAVE           PIC X(26).
           05 NQ-NOME            PIC X(30).
           05 NQ-NOTA            PIC 9(02).
           05 NQ-SITUACAO        PIC X(20).
           05 NQ-SELO            PIC X(01).
       PROCEDURE DIVISION.
      *    CONVERSAO UNICA DE NOTASF5.DAT PARA A NOTA COM DUAS
      *    DECIMAIS: CADA REGISTRO DO LAYOUT ANTIGO (NOTA INTEIRA) E
      *    REGRAVADO EM NOTAS70.DAT COM A MESMA NOTA (7 VIRA 7,00) E O
      *    MESMO SELO. O SELO NAO PRECISA SER REFEITO: A CONTA SOMA A
      *    PARTE INTEIRA DA NOTA E OS CENTESIMOS, E UMA NOTA SEM
      *    DECIMAIS DA A MESMA SOMA DE ANTES. O SELO E RECALCULADO SO
      *    PARA CONFERENCIA - O QUE JA NAO CONFERIA CONTINUA GRAVADO
      *    COMO ESTAVA, PARA A CONCILIACAO DO EX20 SEGUIR APONTANDO.
      *    O ARQUIVO MORTO DO EX39 (NOTARQ39.DAT), QUANDO EXISTE, SAI
      *    CONVERTIDO EM NOTARQ70.DAT. OS ARQUIVOS NOVOS ENTRAM NO
      *    LUGAR DOS ANTIGOS DEPOIS DE CONFERIDAS AS CONTAGENS, COMO
      *    NA CONVERSAO DO EX24.
           OPEN INPUT ARQ-NOTAS-ANTIGO
           IF FS-ANTIGO NOT = "00"
               DISPLAY 'NOTASF5.DAT NAO ENCONTRADO OU JA CONVERTIDO '
                   '(STATUS ' FS-ANTIGO ').'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-NOTAS

           MOVE LOW-VALUES TO NA-CHAVE
           START ARQ-NOTAS-ANTIGO KEY IS NOT LESS THAN NA-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-NOTAS-ANTIGO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO NOTAS-LIDAS
                       PERFORM CONVERTER-NOTA
               END-READ
           END-PERFORM
           CLOSE ARQ-NOTAS-ANTIGO
           CLOSE ARQ-NOTAS

           PERFORM CONVERTER-ARQUIVO-MORTO

           MOVE 'CONVERSAO NOTAS' TO AUD-ACAO
           MOVE 'NOTASF5.DAT' TO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'LIDAS=' NOTAS-LIDAS ' GRAV=' NOTAS-GRAVADAS
               ' SELO=' SELOS-RUINS
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA

           DISPLAY 'CONVERSAO CONCLUIDA: ' NOTAS-LIDAS ' NOTAS LIDAS, '
               NOTAS-GRAVADAS ' GRAVADAS EM NOTAS70.DAT, '
               ERROS-GRAVACAO ' COM ERRO.'
           IF SELOS-RUINS > 0
               DISPLAY 'AVISO: ' SELOS-RUINS ' NOTA(S) JA ESTAVAM COM '
                   'O SELO DIVERGENTE E FORAM COPIADAS COMO ESTAVAM '
                   '- CONFIRA NA CONCILIACAO DO EX20.'
           END-IF
           IF ARQUIVO-MORTO = 'S'
               DISPLAY 'ARQUIVO MORTO: ' ARQUIVADAS ' IMAGENS '
                   'CONVERTIDAS EM NOTARQ70.DAT.'
           END-IF
           IF ERROS-GRAVACAO > 0
               DISPLAY 'CONVERSAO COM ERROS - NAO SUBSTITUA O '
                   'NOTASF5.DAT.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'SUBSTITUA NOTASF5.DAT POR NOTAS70.DAT (E '
                   'NOTARQ39.DAT POR NOTARQ70.DAT) E TIRE UMA NOVA '
                   'DESCARGA NO EX21 - AS DESCARGAS ANTIGAS FICAM NO '
                   'LAYOUT DA NOTA INTEIRA.'
           END-IF
           STOP RUN.

       CONVERTER-NOTA.
           MOVE NA-MATRICULA  TO CN-MATRICULA
           MOVE NA-ANO-LETIVO TO CN-ANO-LETIVO
           MOVE NA-PERIODO    TO CN-PERIODO
           MOVE NA-MATERIA    TO CN-MATERIA
           MOVE NA-MATERIA    TO CN-DISC-MATERIA
           MOVE NA-ANO-LETIVO TO CN-DISC-ANO
           MOVE NA-PERIODO    TO CN-DISC-PERIODO
           MOVE NA-NOME       TO CN-NOME
           MOVE NA-NOTA       TO CN-NOTA
           MOVE NA-SITUACAO   TO CN-SITUACAO
           MOVE NA-SELO       TO CN-SELO
           PERFORM RECALCULAR-SELO
           IF SELO-RECALCULADO NOT = CN-SELO
               ADD 1 TO SELOS-RUINS
               DISPLAY 'SELO DIVERGENTE: ' CN-MATRICULA ' '
                   CN-ANO-LETIVO '-' CN-PERIODO ' ' CN-MATERIA
                   ' GRAVADO ' CN-SELO ' RECALCULADO '
                   SELO-RECALCULADO
           END-IF
           WRITE REG-NOTAS
               INVALID KEY
                   ADD 1 TO ERROS-GRAVACAO
                   DISPLAY 'ERRO AO GRAVAR A NOTA ' CN-MATRICULA '/'
                       CN-MATERIA ': ' FS-NOTAS
               NOT INVALID KEY
                   ADD 1 TO NOTAS-GRAVADAS
           END-WRITE.

       RECALCULAR-SELO.
      *    MESMA CONTA DO CALCULAR-SELO-INTEGRIDADE DO EX5.
           MOVE ZEROS TO CHECKSUM
           ADD CN-MATRICULA TO CHECKSUM
           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > LENGTH OF CN-NOME
               ADD FUNCTION ORD(CN-NOME(IDX-CHECKSUM:1)) TO CHECKSUM
           END-PERFORM
           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > LENGTH OF CN-MATERIA
               ADD FUNCTION ORD(CN-MATERIA(IDX-CHECKSUM:1))
                   TO CHECKSUM
           END-PERFORM
           MOVE CN-NOTA TO NOTA-SELO
           ADD NOTA-SELO-INTEIRA TO CHECKSUM
           ADD NOTA-SELO-CENTESIMOS TO CHECKSUM

           CALL 'PRIMOCHK' USING CHECKSUM EH-PRIMO
           IF EH-PRIMO EQUAL TO 1
               MOVE 'P' TO SELO-RECALCULADO
           ELSE
               MOVE 'N' TO SELO-RECALCULADO
           END-IF.

       CONVERTER-ARQUIVO-MORTO.
      *    SEM ARQUIVO MORTO (NENHUM EXPURGO FEITO PELO EX39), NADA A
      *    CONVERTER.
           OPEN INPUT ARQ-NOTARQ-ANTIGO
           IF FS-NOTARQ-ANTIGO = "00"
               MOVE 'S' TO ARQUIVO-MORTO
               OPEN OUTPUT ARQ-NOTARQ
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ ARQ-NOTARQ-ANTIGO
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           PERFORM CONVERTER-IMAGEM-ARQUIVADA
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTARQ
               CLOSE ARQ-NOTARQ-ANTIGO
           END-IF.

       CONVERTER-IMAGEM-ARQUIVADA.
           MOVE IMAGEM-NOTARQ-ANTIGA TO NOTA-ARQ-ANTIGA
           MOVE NQ-CHAVE    TO CHAVE-NOTA
           MOVE NQ-NOME     TO CN-NOME
           MOVE NQ-NOTA     TO CN-NOTA
           MOVE NQ-SITUACAO TO CN-SITUACAO
           MOVE NQ-SELO     TO CN-SELO
           MOVE SPACES TO IMAGEM-NOTARQ
           MOVE REG-NOTAS TO IMAGEM-NOTARQ
           WRITE IMAGEM-NOTARQ
           ADD 1 TO ARQUIVADAS.

       GRAVAR-AUDITORIA.
      *    REGISTRA A CONVERSAO NO MESMO LOG UNICO COMPARTILHADO COM
      *    O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX70' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO AUD-OPERADOR
           ELSE
               MOVE ZEROS TO AUD-OPERADOR
           END-IF
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM EX70.
