               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-BOLSAS ASSIGN TO "BOLSA54.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CHAVE
               FILE STATUS IS FS-BOLSAS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT ARQ-RELATORIO ASSIGN TO "GERA26.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSAL.
       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-BOLSAS.
           COPY BOLSA.

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(90).

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 GERADAS         PIC 9(06) VALUE ZEROS.
       77 JA-EXISTIAM     PIC 9(06) VALUE ZEROS.
       77 PULADOS         PIC 9(06) VALUE ZEROS.
       77 FS-BOLSAS       PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 BOLSAS-ABERTO   PIC X(01) VALUE 'N'.
       77 FIM-BOLSAS      PIC X(01) VALUE 'N'.
       77 COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 VALOR-DESCONTO  PIC 9(04)V99 VALUE ZEROS.
       77 DESCONTO-ITEM   PIC 9(04)V99 VALUE ZEROS.
       77 VALOR-LIQUIDO   PIC 9(04)V99 VALUE ZEROS.
       77 COM-DESCONTO    PIC 9(06) VALUE ZEROS.
       77 TOTAL-BRUTO     PIC 9(07)V99 VALUE ZEROS.
       77 TOTAL-DESCONTO  PIC 9(07)V99 VALUE ZEROS.
       77 TOTAL-LIQUIDO   PIC 9(07)V99 VALUE ZEROS.
       77 COBRANCA-EXISTIA PIC X(01) VALUE 'N'.
       01 LINHA-DET.
           02 LIN-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-NOME       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LIN-BRUTO-DESCONTO.
               03 LIN-BRUTO      PIC ZZZ9.99.
               03 FILLER         PIC X(02) VALUE SPACES.
               03 LIN-DESCONTO   PIC ZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-LIQUIDO    PIC ZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-OBS        PIC X(20).
       PROCEDURE DIVISION.
      *    GERACAO MENSAL DAS COBRANCAS DE MENSALIDADE: UMA COBRANCA
      *    EM ABERTO POR ALUNO ATIVO DO CADASTRO PARA A COMPETENCIA
      *    NAO E COBRADO - A SITUACAO DE MATRICULA DO EX16 E QUEM
      *    DECIDE. RODAR DUAS VEZES A MESMA COMPETENCIA NAO DUPLICA
      *    NEM REGRAVA A COBRANCA JA EXISTENTE.
      *    O VALOR DIGITADO E O CHEIO; AS BOLSAS E DESCONTOS DO
      *    CADASTRO DO EX54 VALIDOS NA COMPETENCIA SAO ABATIDOS ALUNO
      *    A ALUNO E O RELATORIO DA GERACAO (GERA26.PRT) MOSTRA O
      *    BRUTO, O DESCONTO E O LIQUIDO COBRADO DE CADA UM.
           PERFORM UNTIL ANO-COMPET >= 1900 AND ANO-COMPET <= 2999
               DISPLAY 'DIGITE O ANO DA COMPETENCIA (EX: 2026)'
               ACCEPT ANO-COMPET
               OPEN I-O ARQ-MENSAL
           END-IF

      *    SEM O CADASTRO DE BOLSAS TODO MUNDO PAGA O VALOR CHEIO,
      *    COMO ERA ANTES DO EX54.
           OPEN INPUT ARQ-BOLSAS
           IF FS-BOLSAS = "00"
               MOVE 'S' TO BOLSAS-ABERTO
           ELSE
               DISPLAY 'AVISO: BOLSA54.DAT NAO ENCONTRADO - TODAS AS '
                   'COBRANCAS SAEM PELO VALOR CHEIO.'
           END-IF
           COMPUTE COMPETENCIA = ANO-COMPET * 100 + MES-COMPET

           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'GERACAO DE MENSALIDADES - COMPETENCIA '
               ANO-COMPET '-' MES-COMPET ' - VALOR CHEIO '
               VALOR-MENSAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'MATRICULA NOME                              BRUTO' &
               '  DESCONTO  LIQUIDO  OBSERVACAO' TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM GERAR-COBRANCAS

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'TOTAL GERADO: BRUTO ' TOTAL-BRUTO ' DESCONTO '
               TOTAL-DESCONTO ' LIQUIDO ' TOTAL-LIQUIDO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING GERADAS ' COBRANCA(S) GERADA(S), ' COM-DESCONTO
               ' COM DESCONTO, ' JA-EXISTIAM ' JA EXISTIA(M)'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE '*** FIM DO RELATORIO ***' TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQ-RELATORIO
           IF BOLSAS-ABERTO = 'S'
               CLOSE ARQ-BOLSAS
           END-IF

           CLOSE ARQ-ALUNOS
           CLOSE ARQ-MENSAL


           DISPLAY 'GERACAO DE ' ANO-COMPET '-' MES-COMPET ': '
               GERADAS ' COBRANCAS GERADAS, ' JA-EXISTIAM
               ' JA EXISTIAM, ' PULADOS ' ALUNOS NAO ATIVOS '
               '(GERA26.PRT).'
           STOP RUN.

       GERAR-COBRANCAS.
           END-PERFORM.

       GERAR-COBRANCA-ALUNO.
           PERFORM APURAR-DESCONTO
           MOVE AL-MATRICULA TO MN-MATRICULA
           MOVE ANO-COMPET   TO MN-ANO
           MOVE MES-COMPET   TO MN-MES
           MOVE VALOR-LIQUIDO TO MN-VALOR
      *    BOLSA INTEGRAL: A COBRANCA NASCE ZERADA E JA QUITADA, PARA
      *    NAO APARECER COMO DIVIDA NO EX28 NEM IR PARA O CAIXA.
           IF VALOR-LIQUIDO = 0
               MOVE 'P'      TO MN-SITUACAO
           ELSE
               MOVE 'A'      TO MN-SITUACAO
           END-IF
           MOVE ZEROS        TO MN-DATA-PGTO
           MOVE ZEROS        TO MN-VALOR-PAGO
           WRITE REG-MENSAL
      *            ANTERIOR: FICA COMO ESTA (PODE ATE JA ESTAR PAGA),
      *            PARA A RE-EXECUCAO NAO REABRIR MENSALIDADE QUITADA.
                   ADD 1 TO JA-EXISTIAM
                   MOVE 'S' TO COBRANCA-EXISTIA
               NOT INVALID KEY
                   MOVE 'N' TO COBRANCA-EXISTIA
                   ADD 1 TO GERADAS
                   ADD VALOR-MENSAL   TO TOTAL-BRUTO
                   ADD VALOR-DESCONTO TO TOTAL-DESCONTO
                   ADD VALOR-LIQUIDO  TO TOTAL-LIQUIDO
                   IF VALOR-DESCONTO > 0
                       ADD 1 TO COM-DESCONTO
                   END-IF
                   MOVE SPACES TO LIN-OBS
           END-WRITE
           MOVE AL-MATRICULA   TO LIN-MATRICULA
           MOVE AL-NOME        TO LIN-NOME
           IF COBRANCA-EXISTIA = 'S'
               PERFORM MOSTRAR-COBRANCA-EXISTENTE
           ELSE
               MOVE VALOR-MENSAL   TO LIN-BRUTO
               MOVE VALOR-DESCONTO TO LIN-DESCONTO
               MOVE VALOR-LIQUIDO  TO LIN-LIQUIDO
           END-IF
           MOVE LINHA-DET TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       MOSTRAR-COBRANCA-EXISTENTE.
      *    A LINHA MOSTRA A COBRANCA COMO ESTA GRAVADA, NAO A QUE ESTA
      *    RODADA TERIA GERADO. O ARQUIVO SO GUARDA O LIQUIDO, ENTAO O
      *    BRUTO E O DESCONTO SAEM EM BRANCO.
           MOVE SPACES TO LIN-BRUTO-DESCONTO
           MOVE ZEROS TO LIN-LIQUIDO
           MOVE 'JA EXISTIA' TO LIN-OBS
           READ ARQ-MENSAL
               NOT INVALID KEY
                   MOVE MN-VALOR TO LIN-LIQUIDO
                   MOVE SPACES TO LIN-OBS
                   STRING 'JA EXISTIA - SIT ' MN-SITUACAO
                       DELIMITED BY SIZE INTO LIN-OBS
           END-READ.

       APURAR-DESCONTO.
      *    SOMA TODAS AS CONCESSOES DA MATRICULA QUE VALEM NA
      *    COMPETENCIA: O PERCENTUAL INCIDE SEMPRE SOBRE O VALOR
      *    CHEIO (DUAS CONCESSOES NAO SE MULTIPLICAM) E O VALOR FIXO
      *    ENTRA COMO ESTA. O DESCONTO NUNCA PASSA DO VALOR CHEIO -
      *    NO MAXIMO A COBRANCA SAI ZERADA, COMO A BOLSA INTEGRAL.
           MOVE ZEROS TO VALOR-DESCONTO
           IF BOLSAS-ABERTO = 'S'
               MOVE 'N' TO FIM-BOLSAS
               MOVE AL-MATRICULA TO BO-MATRICULA
               MOVE ZEROS TO BO-SEQ
               START ARQ-BOLSAS KEY IS NOT LESS THAN BO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-BOLSAS
               END-START
               PERFORM UNTIL FIM-BOLSAS = 'S'
                   READ ARQ-BOLSAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-BOLSAS
                       NOT AT END
                           IF BO-MATRICULA NOT = AL-MATRICULA
                               MOVE 'S' TO FIM-BOLSAS
                           ELSE
                               IF COMPETENCIA >= BO-COMPET-INI
                                  AND COMPETENCIA <= BO-COMPET-FIM
                                   PERFORM SOMAR-DESCONTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF VALOR-DESCONTO > VALOR-MENSAL
               MOVE VALOR-MENSAL TO VALOR-DESCONTO
           END-IF
           COMPUTE VALOR-LIQUIDO = VALOR-MENSAL - VALOR-DESCONTO.

       SOMAR-DESCONTO.
           IF BO-MODO = 'P'
               COMPUTE DESCONTO-ITEM ROUNDED =
                   VALOR-MENSAL * BO-PERCENTUAL / 100
           ELSE
               MOVE BO-VALOR TO DESCONTO-ITEM
           END-IF
           ADD DESCONTO-ITEM TO VALOR-DESCONTO
               ON SIZE ERROR
                   MOVE VALOR-MENSAL TO VALOR-DESCONTO
           END-ADD.

       GRAVAR-AUDITORIA.
      *    REGISTRA A GERACAO NO MESMO LOG UNICO COMPARTILHADO COM O
