       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX57.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ARQUIVO DE RETORNO DEVOLVIDO PELO BANCO: LINHAS FIXAS DE
      *    100 POSICOES COM TIPO, NOSSO NUMERO, OCORRENCIA, DATA E
      *    VALOR PAGO (REG-RETORNO ABAIXO), LAYOUT PROPRIO DO RETORNO
      *    E NAO O DA REMESSA DO EX56.
           SELECT ARQ-RETORNO ASSIGN TO "RETOR57.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.

           SELECT ARQ-MENSAL ASSIGN TO "MENSAL26.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS FS-MENSAL.

           SELECT ARQ-PGTO ASSIGN TO "PGTO27.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS FS-PGTO.

           SELECT ARQ-TAXAS ASSIGN TO "TAXAS55.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXAS.

           SELECT ARQ-REJEITOS ASSIGN TO "REJ57.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITOS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
       01  REG-RETORNO.
      *    CAMPOS EM X PORQUE O ARQUIVO VEM DE FORA E PODE CHEGAR
      *    SUJO, COMO NA CARGA DE ADMISSAO DO EX17. A OCORRENCIA '06'
      *    E A LIQUIDACAO DO BOLETO; AS DEMAIS (ENTRADA CONFIRMADA,
      *    BAIXA POR DECURSO ETC.) SO SAO CONTADAS.
           05 RR-TIPO         PIC X(01).
           05 RR-NOSSO-NUMERO PIC X(12).
           05 RR-OCORRENCIA   PIC X(02).
           05 RR-DATA-PGTO    PIC X(08).
           05 RR-VALOR-PAGO   PIC X(10).
           05 RR-VALOR-PAGO-N REDEFINES RR-VALOR-PAGO PIC 9(08)V99.
           05 FILLER          PIC X(67).

       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-PGTO.
           COPY PGTO.

       FD  ARQ-TAXAS.
           COPY TAXAS.

       FD  ARQ-REJEITOS.
       01  LINHA-REJEITO PIC X(100).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-RETORNO      PIC X(02) VALUE SPACES.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-PGTO         PIC X(02) VALUE SPACES.
       77 FS-TAXAS        PIC X(02) VALUE SPACES.
       77 FS-REJEITOS     PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 FIM-RETORNO     PIC X(01) VALUE 'N'.
       77 FIM-PGTO        PIC X(01) VALUE 'N'.
       77 DIA-VENCIMENTO  PIC 9(02) VALUE 10.
       77 MULTA-PCT       PIC 9(02)V99 VALUE ZEROS.
       77 JUROS-MES-PCT   PIC 9(02)V99 VALUE ZEROS.
       77 DATA-PAGAMENTO  PIC 9(08) VALUE ZEROS.
       77 DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 INICIO-JUROS    PIC 9(08) VALUE ZEROS.
       77 DIAS-ATRASO     PIC 9(04) VALUE ZEROS.
       77 SALDO           PIC 9(04)V99 VALUE ZEROS.
       77 VALOR-MULTA     PIC 9(04)V99 VALUE ZEROS.
       77 VALOR-JUROS     PIC 9(04)V99 VALUE ZEROS.
       77 ENCARGOS        PIC 9(04)V99 VALUE ZEROS.
       77 TOTAL-DEVIDO    PIC 9(05)V99 VALUE ZEROS.
       77 VALOR-PAGO      PIC 9(08)V99 VALUE ZEROS.
       77 VALOR-RECEBIDO  PIC 9(04)V99 VALUE ZEROS.
       77 SALDO-APOS      PIC 9(04)V99 VALUE ZEROS.
       77 PROXIMA-SEQ     PIC 9(02) VALUE ZEROS.
       77 MOTIVO          PIC X(30) VALUE SPACES.
       77 LIDOS           PIC 9(06) VALUE ZEROS.
       77 LIQUIDACOES     PIC 9(06) VALUE ZEROS.
       77 BAIXADOS        PIC 9(06) VALUE ZEROS.
       77 REJEITADOS      PIC 9(06) VALUE ZEROS.
       77 OUTRAS-OCORR    PIC 9(06) VALUE ZEROS.
       77 TOTAL-BAIXADO   PIC 9(10)V99 VALUE ZEROS.
       01 NOSSO-NUMERO.
           02 NN-MATRICULA    PIC 9(06).
           02 NN-ANO          PIC 9(04).
           02 NN-MES          PIC 9(02).
       01 LINHA-DET.
           02 LIN-NOSSO-NUMERO PIC X(12).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LIN-DATA        PIC X(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LIN-VALOR       PIC X(10).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LIN-ESPERADO    PIC ZZZZ9.99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LIN-MOTIVO      PIC X(30).
       PROCEDURE DIVISION.
      *    RETORNO DE BOLETOS DO BANCO: CADA BOLETO LIQUIDADO VIRA A
      *    BAIXA DA COBRANCA EM MENSAL26.DAT, COMO SE O CAIXA DO EX27
      *    TIVESSE DIGITADO - MESMO REGISTRO DE PAGAMENTO EM
      *    PGTO27.DAT (ORIGEM 'B') E MESMA LINHA 'BAIXA MENSAL' NO
      *    AUDIT.LOG. O QUE NAO CASA (NOSSO-NUMERO DESCONHECIDO,
      *    COBRANCA JA QUITADA, VALOR DIFERENTE DO DEVIDO NA DATA DO
      *    PAGAMENTO) NAO E BAIXADO: VAI PARA O RELATORIO DE
      *    REJEITOS (REJ57.PRT) PARA O CAIXA RESOLVER NA MAO.
           OPEN INPUT ARQ-RETORNO
           IF FS-RETORNO NOT = "00"
               DISPLAY 'ARQUIVO DE RETORNO NAO ENCONTRADO: '
                   'RETOR57.DAT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ARQ-MENSAL
           IF FS-MENSAL NOT = "00"
               DISPLAY 'MENSAL26.DAT NAO ENCONTRADO - RODE O EX26 '
                   'PARA GERAR AS COBRANCAS ANTES.'
               CLOSE ARQ-RETORNO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ARQ-PGTO
           IF FS-PGTO = "35"
               OPEN OUTPUT ARQ-PGTO
               CLOSE ARQ-PGTO
               OPEN I-O ARQ-PGTO
           END-IF
           PERFORM LER-TAXAS

           OPEN OUTPUT ARQ-REJEITOS
           MOVE SPACES TO LINHA-REJEITO
           STRING 'REJEITOS DO RETORNO DE BOLETOS - PROCESSADO EM '
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO LINHA-REJEITO
           WRITE LINHA-REJEITO
           MOVE SPACES TO LINHA-REJEITO
           WRITE LINHA-REJEITO
           MOVE 'NOSSO-NUMERO  DT.PGTO   VALOR PAGO  ESPERADO  MOTIVO'
               TO LINHA-REJEITO
           WRITE LINHA-REJEITO

           PERFORM UNTIL FIM-RETORNO = 'S'
               READ ARQ-RETORNO
                   AT END
                       MOVE 'S' TO FIM-RETORNO
                   NOT AT END
                       IF RR-TIPO = '1'
                           ADD 1 TO LIDOS
                           IF RR-OCORRENCIA = '06'
                               ADD 1 TO LIQUIDACOES
                               PERFORM PROCESSAR-LIQUIDACAO
                           ELSE
                               ADD 1 TO OUTRAS-OCORR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO LINHA-REJEITO
           WRITE LINHA-REJEITO
           MOVE SPACES TO LINHA-REJEITO
           STRING 'LIQUIDACOES: ' LIQUIDACOES ' BAIXADAS: ' BAIXADOS
               ' REJEITADAS: ' REJEITADOS ' VALOR BAIXADO: '
               TOTAL-BAIXADO
               DELIMITED BY SIZE INTO LINHA-REJEITO
           WRITE LINHA-REJEITO
           MOVE '*** FIM DO RELATORIO ***' TO LINHA-REJEITO
           WRITE LINHA-REJEITO

           CLOSE ARQ-RETORNO
           CLOSE ARQ-MENSAL
           CLOSE ARQ-PGTO
           CLOSE ARQ-REJEITOS

           DISPLAY 'RETORNO PROCESSADO: ' LIDOS ' DETALHE(S), '
               LIQUIDACOES ' LIQUIDACAO(OES), ' BAIXADOS
               ' BAIXADA(S), ' REJEITADOS ' REJEITADA(S) (REJ57.PRT), '
               OUTRAS-OCORR ' OUTRA(S) OCORRENCIA(S).'
           GOBACK.

       LER-TAXAS.
      *    AS MESMAS TAXAS DO CAIXA DO EX27 E DA REMESSA DO EX56.
           OPEN INPUT ARQ-TAXAS
           IF FS-TAXAS = "00"
               READ ARQ-TAXAS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TX-DIA-VENCIMENTO TO DIA-VENCIMENTO
                       MOVE TX-MULTA-PCT      TO MULTA-PCT
                       MOVE TX-JUROS-MES-PCT  TO JUROS-MES-PCT
               END-READ
               CLOSE ARQ-TAXAS
           END-IF.

       PROCESSAR-LIQUIDACAO.
           MOVE SPACES TO MOTIVO
           MOVE ZEROS TO TOTAL-DEVIDO
           IF RR-NOSSO-NUMERO IS NOT NUMERIC
              OR RR-DATA-PGTO IS NOT NUMERIC
              OR RR-VALOR-PAGO IS NOT NUMERIC
               MOVE 'REGISTRO COM CAMPO NAO NUMERICO' TO MOTIVO
           ELSE
               MOVE RR-NOSSO-NUMERO TO NOSSO-NUMERO
               MOVE RR-DATA-PGTO TO DATA-PAGAMENTO
               MOVE RR-VALOR-PAGO-N TO VALOR-PAGO
               MOVE NN-MATRICULA TO MN-MATRICULA
               MOVE NN-ANO       TO MN-ANO
               MOVE NN-MES       TO MN-MES
               READ ARQ-MENSAL
                   INVALID KEY
                       MOVE 'NOSSO-NUMERO DESCONHECIDO' TO MOTIVO
                   NOT INVALID KEY
                       IF MN-SITUACAO NOT = 'A'
                          OR MN-VALOR-PAGO NOT < MN-VALOR
                           IF MN-SITUACAO = 'R'
                               MOVE 'COBRANCA RENEGOCIADA EM ACORDO'
                                   TO MOTIVO
                           ELSE
                               MOVE 'COBRANCA JA QUITADA' TO MOTIVO
                           END-IF
                       ELSE
                           PERFORM CALCULAR-ENCARGOS
                           IF VALOR-PAGO NOT = TOTAL-DEVIDO
                               MOVE 'VALOR DIFERENTE DO DEVIDO'
                                   TO MOTIVO
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF MOTIVO = SPACES
               PERFORM BAIXAR-BOLETO
           END-IF
           IF MOTIVO NOT = SPACES
               ADD 1 TO REJEITADOS
               MOVE RR-NOSSO-NUMERO TO LIN-NOSSO-NUMERO
               MOVE RR-DATA-PGTO    TO LIN-DATA
               MOVE RR-VALOR-PAGO   TO LIN-VALOR
               MOVE TOTAL-DEVIDO    TO LIN-ESPERADO
               MOVE MOTIVO          TO LIN-MOTIVO
               MOVE LINHA-DET TO LINHA-REJEITO
               WRITE LINHA-REJEITO
           END-IF.

       CALCULAR-ENCARGOS.
      *    MESMA CONTA DO CAIXA DO EX27, SO QUE NA DATA EM QUE O
      *    BANCO RECEBEU E NAO NA DATA DE HOJE: MULTA UMA VEZ SO
      *    SOBRE O SALDO E JUROS POR DIA DESDE O VENCIMENTO (OU DESDE
      *    O ULTIMO PARCIAL PAGO EM ATRASO NO CAIXA).
           COMPUTE SALDO = MN-VALOR - MN-VALOR-PAGO
           COMPUTE DATA-VENCIMENTO = MN-ANO * 10000 + MN-MES * 100
               + DIA-VENCIMENTO
           MOVE DATA-VENCIMENTO TO INICIO-JUROS
           IF MN-DATA-PGTO > DATA-VENCIMENTO
               MOVE MN-DATA-PGTO TO INICIO-JUROS
           END-IF
           MOVE ZEROS TO DIAS-ATRASO
           MOVE ZEROS TO VALOR-MULTA
           MOVE ZEROS TO VALOR-JUROS
           IF DATA-PAGAMENTO > DATA-VENCIMENTO
               IF MN-DATA-PGTO NOT > DATA-VENCIMENTO
                   COMPUTE VALOR-MULTA ROUNDED =
                       SALDO * MULTA-PCT / 100
               END-IF
               IF DATA-PAGAMENTO > INICIO-JUROS
                   COMPUTE DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(DATA-PAGAMENTO)
                       - FUNCTION INTEGER-OF-DATE(INICIO-JUROS)
                   COMPUTE VALOR-JUROS ROUNDED =
                       SALDO * JUROS-MES-PCT / 100 * DIAS-ATRASO / 30
                       ON SIZE ERROR
                           MOVE SALDO TO VALOR-JUROS
                   END-COMPUTE
               END-IF
           END-IF
           COMPUTE ENCARGOS = VALOR-MULTA + VALOR-JUROS
           COMPUTE TOTAL-DEVIDO = SALDO + ENCARGOS.

       BAIXAR-BOLETO.
      *    O BOLETO LIQUIDADO QUITA O SALDO INTEIRO: O BANCO NAO
      *    RECEBE PARCIAL, E O VALOR JA FOI CONFERIDO COM O DEVIDO.
           MOVE TOTAL-DEVIDO TO VALOR-RECEBIDO
           MOVE ZEROS TO SALDO-APOS
           ADD SALDO TO MN-VALOR-PAGO
           MOVE 'P' TO MN-SITUACAO
           MOVE DATA-PAGAMENTO TO MN-DATA-PGTO
           REWRITE REG-MENSAL
               INVALID KEY
                   MOVE 'ERRO AO REGRAVAR A COBRANCA' TO MOTIVO
               NOT INVALID KEY
                   ADD 1 TO BAIXADOS
                   ADD VALOR-PAGO TO TOTAL-BAIXADO
                   PERFORM GRAVAR-PAGAMENTO
                   MOVE 'BAIXA MENSAL' TO AUD-ACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING MN-MATRICULA '/' MN-ANO '-' MN-MES
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   MOVE SPACES TO AUD-VALOR
                   STRING 'VALOR=' VALOR-RECEBIDO ' PRINC=' SALDO
                       ' SALDO=' SALDO-APOS
                       DELIMITED BY SIZE INTO AUD-VALOR
                   PERFORM GRAVAR-AUDITORIA
           END-REWRITE.

       GRAVAR-PAGAMENTO.
      *    PROXIMA SEQUENCIA LIVRE DA COMPETENCIA, COMO NO EX27.
           MOVE 1 TO PROXIMA-SEQ
           MOVE 'N' TO FIM-PGTO
           MOVE MN-MATRICULA TO PG-MATRICULA
           MOVE MN-ANO       TO PG-ANO
           MOVE MN-MES       TO PG-MES
           MOVE ZEROS        TO PG-SEQ
           START ARQ-PGTO KEY IS NOT LESS THAN PG-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PGTO
           END-START
           PERFORM UNTIL FIM-PGTO = 'S'
               READ ARQ-PGTO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PGTO
                   NOT AT END
                       IF PG-MATRICULA NOT = MN-MATRICULA
                          OR PG-ANO NOT = MN-ANO
                          OR PG-MES NOT = MN-MES
                           MOVE 'S' TO FIM-PGTO
                       ELSE
                           COMPUTE PROXIMA-SEQ = PG-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           MOVE MN-MATRICULA   TO PG-MATRICULA
           MOVE MN-ANO         TO PG-ANO
           MOVE MN-MES         TO PG-MES
           MOVE PROXIMA-SEQ    TO PG-SEQ
           MOVE DATA-PAGAMENTO TO PG-DATA
           MOVE VALOR-RECEBIDO TO PG-VALOR-RECEBIDO
           MOVE SALDO          TO PG-PRINCIPAL
           MOVE VALOR-MULTA    TO PG-MULTA
           MOVE VALOR-JUROS    TO PG-JUROS
           MOVE DIAS-ATRASO    TO PG-DIAS-ATRASO
           MOVE SALDO-APOS     TO PG-SALDO-APOS
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO PG-OPERADOR
           ELSE
               MOVE ZEROS TO PG-OPERADOR
           END-IF
           MOVE 'B'            TO PG-ORIGEM
           MOVE ZEROS          TO PG-RECIBO
           MOVE ZEROS          TO PG-ACORDO
           WRITE REG-PGTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PAGAMENTO EM PGTO27.DAT: '
                       FS-PGTO
           END-WRITE.

       GRAVAR-AUDITORIA.
      *    A BAIXA AUTOMATICA ENTRA NO MESMO LOG UNICO, NO MESMO
      *    FORMATO DA BAIXA MANUAL DO EX27.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX57' TO AUD-PROGRAMA
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

       END PROGRAM EX57.
