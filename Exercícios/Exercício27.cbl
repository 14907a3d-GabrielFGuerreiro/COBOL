               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-PGTO ASSIGN TO "PGTO27.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS FS-PGTO.

      *    ACORDOS DE PARCELAMENTO DO EX61 E SUAS PARCELAS, QUE O
      *    CAIXA TAMBEM RECEBE.
           SELECT ARQ-ACORDOS ASSIGN TO "ACORDO61.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-NUMERO
               FILE STATUS IS FS-ACORDOS.

           SELECT ARQ-PARCELAS ASSIGN TO "PARCAC61.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS FS-PARCELAS.

           SELECT ARQ-TAXAS ASSIGN TO "TAXAS55.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXAS.

      *    ULTIMO NUMERO DE RECIBO USADO, UM REGISTRO SO, REGRAVADO
      *    A CADA RECIBO EMITIDO PARA A NUMERACAO NUNCA REPETIR.
           SELECT ARQ-NUMREC ASSIGN TO "RECNUM27.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMREC.

           SELECT ARQ-RECIBO ASSIGN TO "RECIBO27.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-PGTO.
           COPY PGTO.

       FD  ARQ-ACORDOS.
           COPY ACORDO.

       FD  ARQ-PARCELAS.
           COPY PARCAC.

       FD  ARQ-TAXAS.
           COPY TAXAS.

       FD  ARQ-NUMREC.
       01  REG-NUMREC.
           02 RN-ULTIMO-RECIBO PIC 9(08).

       FD  ARQ-RECIBO.
       01  LINHA-RECIBO PIC X(80).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       77 VALOR-PAGO      PIC 9(04)V99 VALUE ZEROS.
       77 CONTINUA        PIC X(01) VALUE 'S'.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 FS-PGTO         PIC X(02) VALUE SPACES.
       77 FS-TAXAS        PIC X(02) VALUE SPACES.
       77 DIA-VENCIMENTO  PIC 9(02) VALUE 10.
       77 MULTA-PCT       PIC 9(02)V99 VALUE ZEROS.
       77 JUROS-MES-PCT   PIC 9(02)V99 VALUE ZEROS.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 INICIO-JUROS    PIC 9(08) VALUE ZEROS.
       77 DIAS-ATRASO     PIC 9(04) VALUE ZEROS.
       77 SALDO           PIC 9(04)V99 VALUE ZEROS.
       77 VALOR-MULTA     PIC 9(04)V99 VALUE ZEROS.
       77 VALOR-JUROS     PIC 9(04)V99 VALUE ZEROS.
       77 ENCARGOS        PIC 9(04)V99 VALUE ZEROS.
       77 TOTAL-DEVIDO    PIC 9(05)V99 VALUE ZEROS.
       77 PRINCIPAL-PAGO  PIC 9(04)V99 VALUE ZEROS.
       77 SALDO-APOS      PIC 9(04)V99 VALUE ZEROS.
       77 PROXIMA-SEQ     PIC 9(02) VALUE ZEROS.
       77 FIM-PGTO        PIC X(01) VALUE 'N'.
       77 FS-NUMREC       PIC X(02) VALUE SPACES.
       77 FS-RECIBO       PIC X(02) VALUE SPACES.
       77 NUMERO-RECIBO   PIC 9(08) VALUE ZEROS.
       77 OPERADOR-CAIXA  PIC 9(04) VALUE ZEROS.
       77 PERFIL-CAIXA    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 FS-ACORDOS      PIC X(02) VALUE SPACES.
       77 FS-PARCELAS     PIC X(02) VALUE SPACES.
       77 ACORDOS-ABERTO  PIC X(01) VALUE 'N'.
       77 TIPO-BAIXA      PIC X(01) VALUE SPACES.
       77 NUMERO-ACORDO   PIC 9(06) VALUE ZEROS.
       77 NUMERO-PARCELA  PIC 9(02) VALUE ZEROS.
       77 PARCELAS-ABERTAS PIC 9(02) VALUE ZEROS.
       77 FIM-PARCELAS    PIC X(01) VALUE 'N'.
       77 VALOR-COBRADO   PIC 9(04)V99 VALUE ZEROS.
       77 RESPOSTA        PIC X(01) VALUE SPACES.
       01 LINHA-REC-VALORES.
           02 REC-ROTULO-1    PIC X(16).
           02 REC-VALOR-1     PIC ZZZ9.99.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 REC-ROTULO-2    PIC X(16).
           02 REC-VALOR-2     PIC ZZZ9.99.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 REC-ROTULO-3    PIC X(16).
           02 REC-VALOR-3     PIC ZZZ9.99.
       PROCEDURE DIVISION.
      *    CAIXA DE MENSALIDADES: BAIXA O PAGAMENTO DE UMA COBRANCA
      *    GERADA PELO EX26, MARCANDO-A COMO PAGA COM A DATA E O
      *    VALOR RECEBIDOS - O RECIBO DEIXA DE SER A UNICA PROVA DO
      *    PAGAMENTO. A BAIXA E AUDITADA; PAGAR DUAS VEZES A MESMA
      *    COMPETENCIA E RECUSADO COM O PAGAMENTO ORIGINAL NA TELA.
      *    PAGAMENTO DEPOIS DO VENCIMENTO PAGA MULTA E JUROS PELAS
      *    TAXAS QUE O CHEFE MANTEM NO EX55; PAGAMENTO MENOR QUE O
      *    DEVIDO E ACEITO COMO PARCIAL E A COBRANCA FICA EM ABERTO
      *    COM O SALDO. CADA PAGAMENTO VIRA UM REGISTRO PROPRIO EM
      *    PGTO27.DAT, ENTAO A HISTORIA DA COMPETENCIA FICA INTEIRA.
      *    TODA BAIXA IMPRIME UM RECIBO NUMERADO EM RECIBO27.PRT PARA
      *    ENTREGAR AO RESPONSAVEL; O NUMERO FICA NO PAGAMENTO E O
      *    FECHAMENTO DE CAIXA DO EX58 TOTALIZA OS RECIBOS DO DIA.
      *    O CAIXA RECEBE TAMBEM AS PARCELAS DOS ACORDOS DE
      *    PARCELAMENTO DO EX61, SEMPRE INTEIRAS; A MENSALIDADE
      *    RENEGOCIADA NUM ACORDO NAO E MAIS BAIXADA AQUI.
           OPEN I-O ARQ-MENSAL
           IF FS-MENSAL NOT = "00"
               DISPLAY 'MENSAL26.DAT NAO ENCONTRADO - RODE O EX26 '
               STOP RUN
           END-IF

           OPEN I-O ARQ-PGTO
           IF FS-PGTO = "35"
               OPEN OUTPUT ARQ-PGTO
               CLOSE ARQ-PGTO
               OPEN I-O ARQ-PGTO
           END-IF
      *    SEM OS ARQUIVOS DO EX61 NAO HA ACORDO A RECEBER E O CAIXA
      *    NEM PERGUNTA.
           OPEN I-O ARQ-ACORDOS
           IF FS-ACORDOS = "00"
               OPEN I-O ARQ-PARCELAS
               IF FS-PARCELAS = "00"
                   MOVE 'S' TO ACORDOS-ABERTO
               ELSE
                   CLOSE ARQ-ACORDOS
               END-IF
           END-IF

           PERFORM LER-TAXAS
      *    O FECHAMENTO DO EX58 E POR OPERADOR, ENTAO O CAIXA
      *    PRECISA SABER QUEM ESTA NO TECLADO: NO MENU DO EX23 O
      *    OPERADOR VEM NO CONTEXTO; SOZINHO, O PROGRAMA PEDE O LOGON.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO OPERADOR-CAIXA
           ELSE
               CALL 'OPERSGN' USING OPERADOR-CAIXA PERFIL-CAIXA
                   SIGNON-OK
               IF SIGNON-OK NOT = 1
                   DISPLAY 'ACESSO RECUSADO.'
                   CLOSE ARQ-MENSAL
                   CLOSE ARQ-ALUNOS
                   CLOSE ARQ-PGTO
                   IF ACORDOS-ABERTO = 'S'
                       CLOSE ARQ-ACORDOS
                       CLOSE ARQ-PARCELAS
                   END-IF
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL CONTINUA = 'N' OR CONTINUA = 'n'
               PERFORM RECEBER-PAGAMENTO
               DISPLAY 'MAIS UM PAGAMENTO? (S/N)'

           CLOSE ARQ-MENSAL
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-PGTO
           IF ACORDOS-ABERTO = 'S'
               CLOSE ARQ-ACORDOS
               CLOSE ARQ-PARCELAS
           END-IF
           STOP RUN.

       LER-TAXAS.
      *    SEM O CADASTRO DO EX55 A BAIXA CONTINUA COMO ANTES: VENCE
      *    NO DIA 10 E NAO HA MULTA NEM JUROS.
           OPEN INPUT ARQ-TAXAS
           IF FS-TAXAS = "00"
               READ ARQ-TAXAS
                   AT END
                       DISPLAY 'AVISO: TAXAS55.DAT VAZIO - BAIXA SEM '
                           'MULTA NEM JUROS.'
                   NOT AT END
                       MOVE TX-DIA-VENCIMENTO TO DIA-VENCIMENTO
                       MOVE TX-MULTA-PCT      TO MULTA-PCT
                       MOVE TX-JUROS-MES-PCT  TO JUROS-MES-PCT
               END-READ
               CLOSE ARQ-TAXAS
           ELSE
               DISPLAY 'AVISO: TAXAS55.DAT NAO ENCONTRADO - BAIXA SEM '
                   'MULTA NEM JUROS (CADASTRE NO EX55).'
           END-IF.

       RECEBER-PAGAMENTO.
           MOVE ZEROS TO MATRICULA
           MOVE ZEROS TO DV-OK
                   DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' AL-NOME
                   MOVE ZEROS TO NUMERO-ACORDO
                   MOVE 'M' TO TIPO-BAIXA
                   IF ACORDOS-ABERTO = 'S'
                       DISPLAY 'RECEBER (M)ENSALIDADE OU (P)ARCELA DE '
                           'ACORDO?'
                       ACCEPT TIPO-BAIXA
                   END-IF
                   IF TIPO-BAIXA = 'P' OR TIPO-BAIXA = 'p'
                       PERFORM BAIXAR-PARCELA
                   ELSE
                       PERFORM PEDIR-COMPETENCIA
                       PERFORM BAIXAR-COBRANCA
                   END-IF
           END-READ.

       PEDIR-COMPETENCIA.
                           ' NO VALOR DE ' MN-VALOR-PAGO
                           ' - BAIXA RECUSADA.'
                   ELSE
                     IF MN-SITUACAO = 'R'
                       DISPLAY 'COBRANCA RENEGOCIADA EM ACORDO DE '
                           'PARCELAMENTO - RECEBA A PARCELA DO ACORDO '
                           '(CONSULTE NO EX61).'
                     ELSE
                       IF MN-VALOR-PAGO NOT < MN-VALOR
                           DISPLAY 'COBRANCA SEM SALDO A PAGAR - '
                               'BAIXA RECUSADA.'
                       ELSE
                           PERFORM REGISTRAR-PAGAMENTO
                       END-IF
                     END-IF
                   END-IF
           END-READ.

       REGISTRAR-PAGAMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           PERFORM CALCULAR-ENCARGOS
           MOVE MN-VALOR TO VALOR-COBRADO
           DISPLAY 'VALOR DA COBRANCA: ' MN-VALOR
           IF MN-VALOR-PAGO > 0
               DISPLAY 'JA RECEBIDO (PARCIAL): ' MN-VALOR-PAGO
                   ' EM ' MN-DATA-PGTO
           END-IF
           DISPLAY 'SALDO EM ABERTO: ' SALDO ' VENCIMENTO: '
               DATA-VENCIMENTO
           IF ENCARGOS > 0
               DISPLAY 'ATRASO DE ' DIAS-ATRASO ' DIA(S) - MULTA: '
                   VALOR-MULTA ' JUROS: ' VALOR-JUROS
           END-IF
           DISPLAY 'TOTAL PARA QUITAR HOJE: ' TOTAL-DEVIDO
      *    O RECEBIDO QUITA PRIMEIRO OS ENCARGOS DO ATRASO, ENTAO TEM
      *    DE PASSAR DELES PARA ABATER ALGUM PRINCIPAL; ACIMA DO TOTAL
      *    PARA QUITAR E TROCO, NAO PAGAMENTO.
           MOVE ZEROS TO VALOR-PAGO
           PERFORM UNTIL VALOR-PAGO > ENCARGOS
                   AND VALOR-PAGO NOT > TOTAL-DEVIDO
               DISPLAY 'DIGITE O VALOR RECEBIDO (EX: 0350.00)'
               ACCEPT VALOR-PAGO
               IF VALOR-PAGO NOT > ENCARGOS
                   DISPLAY 'O VALOR PRECISA PASSAR DOS ENCARGOS DE '
                       ENCARGOS '.'
               END-IF
               IF VALOR-PAGO > TOTAL-DEVIDO
                   DISPLAY 'VALOR ACIMA DO TOTAL PARA QUITAR - '
                       'DIGITE O VALOR SEM O TROCO.'
               END-IF
           END-PERFORM
           COMPUTE PRINCIPAL-PAGO = VALOR-PAGO - ENCARGOS
           ADD PRINCIPAL-PAGO TO MN-VALOR-PAGO
           COMPUTE SALDO-APOS = MN-VALOR - MN-VALOR-PAGO
           IF SALDO-APOS = 0
               MOVE 'P' TO MN-SITUACAO
           END-IF
           MOVE DATA-HOJE TO MN-DATA-PGTO
           REWRITE REG-MENSAL
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR A COBRANCA: ' FS-MENSAL
               NOT INVALID KEY
                   PERFORM OBTER-NUMERO-RECIBO
                   PERFORM GRAVAR-PAGAMENTO
                   PERFORM IMPRIMIR-RECIBO
                   DISPLAY 'RECIBO NO ' NUMERO-RECIBO
                       ' IMPRESSO EM RECIBO27.PRT.'
                   IF SALDO-APOS = 0
                       DISPLAY 'PAGAMENTO REGISTRADO: ' MATRICULA ' '
                           ANO-COMPET '-' MES-COMPET ' VALOR '
                           VALOR-PAGO ' - COBRANCA QUITADA.'
                   ELSE
                       DISPLAY 'PAGAMENTO PARCIAL REGISTRADO: '
                           MATRICULA ' ' ANO-COMPET '-' MES-COMPET
                           ' VALOR ' VALOR-PAGO ' - SALDO EM ABERTO '
                           SALDO-APOS
                   END-IF
                   MOVE 'BAIXA MENSAL' TO AUD-ACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING MATRICULA '/' ANO-COMPET '-' MES-COMPET
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   MOVE SPACES TO AUD-VALOR
                   STRING 'VALOR=' VALOR-PAGO ' PRINC=' PRINCIPAL-PAGO
                       ' SALDO=' SALDO-APOS
                       DELIMITED BY SIZE INTO AUD-VALOR
                   PERFORM GRAVAR-AUDITORIA
           END-REWRITE.

       CALCULAR-ENCARGOS.
      *    A COMPETENCIA VENCE NO DIA DO EX55 DO PROPRIO MES. PAGANDO
      *    DEPOIS, A MULTA INCIDE UMA VEZ SO SOBRE O SALDO - SE UM
      *    PARCIAL ANTERIOR JA FOI PAGO EM ATRASO, A MULTA JA FOI
      *    COBRADA NELE SOBRE O SALDO DE ENTAO. OS JUROS CORREM POR
      *    DIA (TAXA DO MES / 30) DESDE O VENCIMENTO OU, SE JA HOUVE
      *    PARCIAL EM ATRASO, DESDE ESSE ULTIMO PAGAMENTO.
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
           IF DATA-HOJE > DATA-VENCIMENTO
               IF MN-DATA-PGTO NOT > DATA-VENCIMENTO
                   COMPUTE VALOR-MULTA ROUNDED =
                       SALDO * MULTA-PCT / 100
               END-IF
               IF DATA-HOJE > INICIO-JUROS
                   COMPUTE DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(DATA-HOJE)
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

       BAIXAR-PARCELA.
           DISPLAY 'DIGITE O NUMERO DO ACORDO:'
           ACCEPT NUMERO-ACORDO
           MOVE NUMERO-ACORDO TO AC-NUMERO
           READ ARQ-ACORDOS
               INVALID KEY
                   DISPLAY 'ACORDO NAO CADASTRADO: ' NUMERO-ACORDO
               NOT INVALID KEY
                   IF AC-MATRICULA NOT = MATRICULA
                       DISPLAY 'O ACORDO ' NUMERO-ACORDO ' NAO E DESTA '
                           'MATRICULA - BAIXA RECUSADA.'
                   ELSE
                       IF AC-SITUACAO NOT = 'A'
                           DISPLAY 'ACORDO QUITADO OU ROMPIDO EM '
                               AC-DATA-SITUACAO ' - BAIXA RECUSADA.'
                       ELSE
                           PERFORM ESCOLHER-PARCELA
                       END-IF
                   END-IF
           END-READ.

       ESCOLHER-PARCELA.
           PERFORM LISTAR-PARCELAS-ABERTAS
           DISPLAY 'DIGITE O NUMERO DA PARCELA:'
           ACCEPT NUMERO-PARCELA
           MOVE NUMERO-ACORDO  TO PA-ACORDO
           MOVE NUMERO-PARCELA TO PA-NUMERO
           READ ARQ-PARCELAS
               INVALID KEY
                   DISPLAY 'PARCELA ' NUMERO-PARCELA ' NAO EXISTE '
                       'NESTE ACORDO.'
               NOT INVALID KEY
                   IF PA-SITUACAO NOT = 'A'
                       DISPLAY 'PARCELA JA PAGA OU CANCELADA - BAIXA '
                           'RECUSADA.'
                   ELSE
                       PERFORM REGISTRAR-PAGAMENTO-PARCELA
                   END-IF
           END-READ.

       LISTAR-PARCELAS-ABERTAS.
           MOVE ZEROS TO PARCELAS-ABERTAS
           MOVE 'N' TO FIM-PARCELAS
           MOVE NUMERO-ACORDO TO PA-ACORDO
           MOVE ZEROS TO PA-NUMERO
           START ARQ-PARCELAS KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PARCELAS
           END-START
           PERFORM UNTIL FIM-PARCELAS = 'S'
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PARCELAS
                   NOT AT END
                       IF PA-ACORDO NOT = NUMERO-ACORDO
                           MOVE 'S' TO FIM-PARCELAS
                       ELSE
                           IF PA-SITUACAO = 'A'
                               ADD 1 TO PARCELAS-ABERTAS
                               DISPLAY 'PARCELA ' PA-NUMERO
                                   ' VENCIMENTO ' PA-VENCIMENTO
                                   ' VALOR ' PA-VALOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-PAGAMENTO-PARCELA.
      *    A PARCELA DO ACORDO E PAGA INTEIRA - O PARCELAMENTO JA E A
      *    FACILIDADE. DEPOIS DO VENCIMENTO PAGA MULTA E JUROS PELAS
      *    MESMAS TAXAS DO EX55. A ULTIMA PARCELA QUITA O ACORDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           PERFORM CALCULAR-ENCARGOS-PARCELA
           MOVE PA-VALOR TO VALOR-COBRADO
           DISPLAY 'PARCELA ' PA-NUMERO ' DO ACORDO ' NUMERO-ACORDO
               ': ' PA-VALOR ' VENCIMENTO: ' DATA-VENCIMENTO
           IF ENCARGOS > 0
               DISPLAY 'ATRASO DE ' DIAS-ATRASO ' DIA(S) - MULTA: '
                   VALOR-MULTA ' JUROS: ' VALOR-JUROS
           END-IF
           DISPLAY 'TOTAL PARA QUITAR HOJE: ' TOTAL-DEVIDO
           IF TOTAL-DEVIDO > 9999.99
               DISPLAY 'TOTAL ACIMA DO LIMITE DO CAIXA - PROCURE O '
                   'CHEFE DA SECRETARIA.'
           ELSE
               DISPLAY 'CONFIRMA O RECEBIMENTO? (S/N)'
               ACCEPT RESPOSTA
               IF RESPOSTA = 'S' OR RESPOSTA = 's'
                   PERFORM EFETIVAR-PAGAMENTO-PARCELA
               ELSE
                   DISPLAY 'RECEBIMENTO CANCELADO.'
               END-IF
           END-IF.

       EFETIVAR-PAGAMENTO-PARCELA.
           MOVE TOTAL-DEVIDO TO VALOR-PAGO
           MOVE SALDO        TO PRINCIPAL-PAGO
           MOVE ZEROS        TO SALDO-APOS
           MOVE 'P'          TO PA-SITUACAO
           MOVE DATA-HOJE    TO PA-DATA-PGTO
           MOVE SALDO        TO PA-VALOR-PAGO
           REWRITE REG-PARCELA
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR A PARCELA: ' FS-PARCELAS
               NOT INVALID KEY
                   PERFORM ATUALIZAR-ACORDO
                   MOVE ZEROS          TO ANO-COMPET
                   MOVE NUMERO-PARCELA TO MES-COMPET
                   PERFORM OBTER-NUMERO-RECIBO
                   PERFORM GRAVAR-PAGAMENTO
                   PERFORM IMPRIMIR-RECIBO
                   DISPLAY 'RECIBO NO ' NUMERO-RECIBO
                       ' IMPRESSO EM RECIBO27.PRT.'
                   IF AC-SITUACAO = 'Q'
                       DISPLAY 'PARCELA PAGA - ACORDO ' NUMERO-ACORDO
                           ' QUITADO.'
                   ELSE
                       DISPLAY 'PARCELA PAGA - RESTAM '
                           PARCELAS-ABERTAS ' PARCELA(S) NO ACORDO.'
                   END-IF
                   MOVE 'BAIXA PARCELA' TO AUD-ACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING MATRICULA '/' NUMERO-ACORDO '-'
                       NUMERO-PARCELA
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   MOVE SPACES TO AUD-VALOR
                   STRING 'VALOR=' VALOR-PAGO ' PRINC=' PRINCIPAL-PAGO
                       ' SALDO=' SALDO-APOS
                       DELIMITED BY SIZE INTO AUD-VALOR
                   PERFORM GRAVAR-AUDITORIA
           END-REWRITE.

       ATUALIZAR-ACORDO.
      *    SOMA O PRINCIPAL PAGO NO ACORDO E, SE NAO SOBROU PARCELA
      *    EM ABERTO, DA O ACORDO POR QUITADO.
           PERFORM LISTAR-PARCELAS-ABERTAS
           MOVE NUMERO-ACORDO TO AC-NUMERO
           READ ARQ-ACORDOS
               INVALID KEY
                   DISPLAY 'ACORDO ' NUMERO-ACORDO ' SUMIU DE '
                       'ACORDO61.DAT'
               NOT INVALID KEY
                   ADD PRINCIPAL-PAGO TO AC-VALOR-PAGO
                   IF PARCELAS-ABERTAS = 0
                       MOVE 'Q'            TO AC-SITUACAO
                       MOVE DATA-HOJE      TO AC-DATA-SITUACAO
                       MOVE OPERADOR-CAIXA TO AC-OPERADOR-SIT
                   END-IF
                   REWRITE REG-ACORDO
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR O ACORDO: '
                               FS-ACORDOS
                   END-REWRITE
           END-READ.

       CALCULAR-ENCARGOS-PARCELA.
      *    MESMA CONTA DA MENSALIDADE, COM O VENCIMENTO DA PARCELA:
      *    MULTA UMA VEZ E JUROS POR DIA DESDE O VENCIMENTO.
           MOVE PA-VALOR      TO SALDO
           MOVE PA-VENCIMENTO TO DATA-VENCIMENTO
           MOVE ZEROS TO DIAS-ATRASO
           MOVE ZEROS TO VALOR-MULTA
           MOVE ZEROS TO VALOR-JUROS
           IF DATA-HOJE > DATA-VENCIMENTO
               COMPUTE VALOR-MULTA ROUNDED = SALDO * MULTA-PCT / 100
               COMPUTE DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO)
               COMPUTE VALOR-JUROS ROUNDED =
                   SALDO * JUROS-MES-PCT / 100 * DIAS-ATRASO / 30
                   ON SIZE ERROR
                       MOVE SALDO TO VALOR-JUROS
               END-COMPUTE
           END-IF
           COMPUTE ENCARGOS = VALOR-MULTA + VALOR-JUROS
           COMPUTE TOTAL-DEVIDO = SALDO + ENCARGOS.

       GRAVAR-PAGAMENTO.
      *    O PAGAMENTO GANHA A PROXIMA SEQUENCIA LIVRE DA COMPETENCIA,
      *    ACHADA LENDO OS PAGAMENTOS QUE JA EXISTEM PARA ELA.
           MOVE 1 TO PROXIMA-SEQ
           MOVE 'N' TO FIM-PGTO
           MOVE MATRICULA  TO PG-MATRICULA
           MOVE ANO-COMPET TO PG-ANO
           MOVE MES-COMPET TO PG-MES
           MOVE ZEROS      TO PG-SEQ
           START ARQ-PGTO KEY IS NOT LESS THAN PG-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PGTO
           END-START
           PERFORM UNTIL FIM-PGTO = 'S'
               READ ARQ-PGTO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PGTO
                   NOT AT END
                       IF PG-MATRICULA NOT = MATRICULA
                          OR PG-ANO NOT = ANO-COMPET
                          OR PG-MES NOT = MES-COMPET
                           MOVE 'S' TO FIM-PGTO
                       ELSE
                           COMPUTE PROXIMA-SEQ = PG-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           MOVE MATRICULA      TO PG-MATRICULA
           MOVE ANO-COMPET     TO PG-ANO
           MOVE MES-COMPET     TO PG-MES
           MOVE PROXIMA-SEQ    TO PG-SEQ
           MOVE DATA-HOJE      TO PG-DATA
           MOVE VALOR-PAGO     TO PG-VALOR-RECEBIDO
           MOVE PRINCIPAL-PAGO TO PG-PRINCIPAL
           MOVE VALOR-MULTA    TO PG-MULTA
           MOVE VALOR-JUROS    TO PG-JUROS
           MOVE DIAS-ATRASO    TO PG-DIAS-ATRASO
           MOVE SALDO-APOS     TO PG-SALDO-APOS
           MOVE OPERADOR-CAIXA TO PG-OPERADOR
           MOVE 'C'            TO PG-ORIGEM
           MOVE NUMERO-RECIBO  TO PG-RECIBO
           MOVE NUMERO-ACORDO  TO PG-ACORDO
           WRITE REG-PGTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PAGAMENTO EM PGTO27.DAT: '
                       FS-PGTO
           END-WRITE.

       OBTER-NUMERO-RECIBO.
      *    LE O ULTIMO NUMERO, SOMA UM E REGRAVA NA HORA: SE O
      *    PROGRAMA CAIR DEPOIS, O PROXIMO RECIBO NAO REPETE O NUMERO
      *    DESTE (NO MAXIMO FICA UM BURACO, NUNCA UMA DUPLICATA).
           MOVE ZEROS TO NUMERO-RECIBO
           OPEN INPUT ARQ-NUMREC
           IF FS-NUMREC = "00"
               READ ARQ-NUMREC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-ULTIMO-RECIBO TO NUMERO-RECIBO
               END-READ
               CLOSE ARQ-NUMREC
           END-IF
           ADD 1 TO NUMERO-RECIBO
           OPEN OUTPUT ARQ-NUMREC
           MOVE NUMERO-RECIBO TO RN-ULTIMO-RECIBO
           WRITE REG-NUMREC
           CLOSE ARQ-NUMREC.

       IMPRIMIR-RECIBO.
      *    O RECIBO E ACRESCENTADO AO ARQUIVO DE IMPRESSAO DO DIA,
      *    ABERTO E FECHADO A CADA BAIXA COMO O LOG DE AUDITORIA.
           OPEN EXTEND ARQ-RECIBO
           IF FS-RECIBO = "05" OR FS-RECIBO = "35"
               CLOSE ARQ-RECIBO
               OPEN OUTPUT ARQ-RECIBO
           END-IF
           MOVE ALL '-' TO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACES TO LINHA-RECIBO
           STRING 'RECIBO DE PAGAMENTO NO ' NUMERO-RECIBO
               '              DATA: ' DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACES TO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACES TO LINHA-RECIBO
           STRING 'ALUNO: ' MATRICULA ' - ' AL-NOME
               DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACES TO LINHA-RECIBO
           IF NUMERO-ACORDO = ZEROS
               STRING 'MENSALIDADE DA COMPETENCIA ' ANO-COMPET '-'
                   MES-COMPET ' - VENCIMENTO ' DATA-VENCIMENTO
                   DELIMITED BY SIZE INTO LINHA-RECIBO
           ELSE
               STRING 'PARCELA ' NUMERO-PARCELA ' DO ACORDO '
                   NUMERO-ACORDO ' - VENCIMENTO ' DATA-VENCIMENTO
                   DELIMITED BY SIZE INTO LINHA-RECIBO
           END-IF
           WRITE LINHA-RECIBO
           MOVE 'VALOR COBRADO: ' TO REC-ROTULO-1
           MOVE VALOR-COBRADO     TO REC-VALOR-1
           MOVE 'PRINCIPAL PAGO:' TO REC-ROTULO-2
           MOVE PRINCIPAL-PAGO    TO REC-VALOR-2
           MOVE 'SALDO EM ABERTO:' TO REC-ROTULO-3
           MOVE SALDO-APOS        TO REC-VALOR-3
           MOVE LINHA-REC-VALORES TO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE 'MULTA:'          TO REC-ROTULO-1
           MOVE VALOR-MULTA       TO REC-VALOR-1
           MOVE 'JUROS:'          TO REC-ROTULO-2
           MOVE VALOR-JUROS       TO REC-VALOR-2
           MOVE 'TOTAL RECEBIDO:' TO REC-ROTULO-3
           MOVE VALOR-PAGO        TO REC-VALOR-3
           MOVE LINHA-REC-VALORES TO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACES TO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACES TO LINHA-RECIBO
           STRING 'OPERADOR DO CAIXA: ' OPERADOR-CAIXA
               '     ASSINATURA: ______________________'
               DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE LINHA-RECIBO
           CLOSE ARQ-RECIBO.

       GRAVAR-AUDITORIA.
      *    REGISTRA A BAIXA NO MESMO LOG UNICO COMPARTILHADO COM O
      *    EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX27' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
      *    O OPERADOR DO CAIXA E O DO LOGON DO MENU (EX23), QUE VIAJA
      *    NO CONTEXTO, OU, FORA DO MENU, O DO SIGNON PEDIDO NA
      *    ABERTURA (OPERSGN) - O CAMPO NUNCA VAI ZERADO.
           MOVE OPERADOR-CAIXA TO AUD-OPERADOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
