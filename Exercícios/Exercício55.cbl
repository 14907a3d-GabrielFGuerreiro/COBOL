       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX55.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    UM REGISTRO SO, REGRAVADO INTEIRO A CADA ALTERACAO, COMO O
      *    PLANO DO EX53 - NAO HA CHAVE A PROCURAR.
           SELECT ARQ-TAXAS ASSIGN TO "TAXAS55.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXAS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TAXAS.
           COPY TAXAS.

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-TAXAS        PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 TEM-TAXAS       PIC X(01) VALUE 'N'.
       77 DIA-VENCIMENTO  PIC 9(02) VALUE ZEROS.
       77 MULTA-PCT       PIC 9(02)V99 VALUE ZEROS.
       77 JUROS-MES-PCT   PIC 9(02)V99 VALUE ZEROS.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
       77 PERFIL-ATUAL    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
      *    PARAMETROS DE COBRANCA DAS MENSALIDADES: DIA DE VENCIMENTO,
      *    MULTA E JUROS DE MORA QUE O CAIXA DO EX27 APLICA A QUEM
      *    PAGA DEPOIS DO VENCIMENTO. ANTES A BAIXA ACEITAVA O VALOR
      *    ORIGINAL COM TRES MESES DE ATRASO. CONSULTAR E LIVRE;
      *    ALTERAR E DO CHEFE DA SECRETARIA, COM AUDITORIA DOS
      *    VALORES ANTIGOS E NOVOS.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO OPERADOR-ATUAL
               MOVE CTX-PERFIL   TO PERFIL-ATUAL
           END-IF

           PERFORM LER-TAXAS

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'PARAMETROS DE COBRANCA:'
               DISPLAY '(C)ONSULTAR (A)LTERAR (F)IM'
               ACCEPT OPCAO
               IF OPCAO = 'C' OR OPCAO = 'c'
                   PERFORM MOSTRAR-TAXAS
               ELSE
                   IF OPCAO = 'A' OR OPCAO = 'a'
                       PERFORM EXIGIR-PERFIL-CHEFE
                       IF PERFIL-CHEFE-OK = 'S'
                           PERFORM ALTERAR-TAXAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           STOP RUN.

       LER-TAXAS.
           MOVE 'N' TO TEM-TAXAS
           OPEN INPUT ARQ-TAXAS
           IF FS-TAXAS = "00"
               READ ARQ-TAXAS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO TEM-TAXAS
               END-READ
               CLOSE ARQ-TAXAS
           END-IF
           IF TEM-TAXAS = 'N'
               MOVE 10    TO TX-DIA-VENCIMENTO
               MOVE ZEROS TO TX-MULTA-PCT
               MOVE ZEROS TO TX-JUROS-MES-PCT
               MOVE ZEROS TO TX-DATA-ALTERACAO
               MOVE ZEROS TO TX-OPERADOR
           END-IF.

       MOSTRAR-TAXAS.
           IF TEM-TAXAS = 'N'
               DISPLAY 'TAXAS55.DAT AINDA NAO CADASTRADO - O EX27 '
                   'USA VENCIMENTO DIA 10 SEM MULTA NEM JUROS.'
           ELSE
               DISPLAY 'DIA DE VENCIMENTO: ' TX-DIA-VENCIMENTO
               DISPLAY 'MULTA POR ATRASO (%): ' TX-MULTA-PCT
               DISPLAY 'JUROS DE MORA AO MES (%): ' TX-JUROS-MES-PCT
               DISPLAY 'ALTERADO EM ' TX-DATA-ALTERACAO
                   ' PELO OPERADOR ' TX-OPERADOR
           END-IF.

       EXIGIR-PERFIL-CHEFE.
      *    MESMA PORTA DO EX16: NO MENU DO EX23 O OPERADOR JA VEM NO
      *    CONTEXTO; SOZINHO, O PROGRAMA PEDE O LOGON UMA UNICA VEZ.
           IF CTX-ATIVO = 'S' AND CTX-OPERADOR > 0
               MOVE CTX-OPERADOR TO OPERADOR-ATUAL
               MOVE CTX-PERFIL   TO PERFIL-ATUAL
           ELSE
               IF SIGNON-FEITO = 'N'
                   CALL 'OPERSGN' USING OPERADOR-ATUAL PERFIL-ATUAL
                       SIGNON-OK
                   MOVE 'S' TO SIGNON-FEITO
               END-IF
           END-IF
           IF PERFIL-ATUAL = 'C'
               MOVE 'S' TO PERFIL-CHEFE-OK
           ELSE
               MOVE 'N' TO PERFIL-CHEFE-OK
               DISPLAY 'OPERACAO RESTRITA AO PERFIL DE CHEFE (C) - '
                   'PECA AO CHEFE DA SECRETARIA.'
           END-IF.

       ALTERAR-TAXAS.
      *    O DIA DE VENCIMENTO VAI SO ATE 28 PARA TODA COMPETENCIA TER
      *    A DATA (FEVEREIRO INCLUSIVE). OS PERCENTUAIS PODEM SER ZERO
      *    (SEM MULTA OU SEM JUROS), MAS NAO ABSURDOS.
           PERFORM MOSTRAR-TAXAS
           MOVE ZEROS TO DIA-VENCIMENTO
           PERFORM UNTIL DIA-VENCIMENTO >= 1 AND DIA-VENCIMENTO <= 28
               DISPLAY 'DIA DE VENCIMENTO DAS MENSALIDADES (1 A 28):'
               ACCEPT DIA-VENCIMENTO
           END-PERFORM
           MOVE 99 TO MULTA-PCT
           PERFORM UNTIL MULTA-PCT <= 20
               DISPLAY 'MULTA POR ATRASO EM % (EX: 02.00, ATE 20):'
               ACCEPT MULTA-PCT
           END-PERFORM
           MOVE 99 TO JUROS-MES-PCT
           PERFORM UNTIL JUROS-MES-PCT <= 10
               DISPLAY 'JUROS DE MORA AO MES EM % (EX: 01.00, ATE '
                   '10):'
               ACCEPT JUROS-MES-PCT
           END-PERFORM

           MOVE 'ALTERACAO TAXAS' TO AUD-ACAO
           MOVE 'TAXAS55.DAT' TO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'DE=' TX-DIA-VENCIMENTO '/' TX-MULTA-PCT '/'
               TX-JUROS-MES-PCT ' PARA=' DIA-VENCIMENTO '/'
               MULTA-PCT '/' JUROS-MES-PCT
               DELIMITED BY SIZE INTO AUD-VALOR

           MOVE DIA-VENCIMENTO TO TX-DIA-VENCIMENTO
           MOVE MULTA-PCT      TO TX-MULTA-PCT
           MOVE JUROS-MES-PCT  TO TX-JUROS-MES-PCT
           MOVE FUNCTION CURRENT-DATE(1:8) TO TX-DATA-ALTERACAO
           MOVE OPERADOR-ATUAL TO TX-OPERADOR
           OPEN OUTPUT ARQ-TAXAS
           WRITE REG-TAXAS
           CLOSE ARQ-TAXAS
           MOVE 'S' TO TEM-TAXAS
           PERFORM GRAVAR-AUDITORIA
           DISPLAY 'PARAMETROS GRAVADOS.'.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM GRAVOU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX55' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           MOVE OPERADOR-ATUAL TO AUD-OPERADOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM EX55.
