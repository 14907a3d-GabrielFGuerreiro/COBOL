       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX58.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PGTO ASSIGN TO "PGTO27.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS FS-PGTO.

           SELECT ARQ-MENSAL ASSIGN TO "MENSAL26.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS FS-MENSAL.

           SELECT ARQ-OPER ASSIGN TO "OPER37.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS FS-OPER.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT ARQ-RELATORIO ASSIGN TO "FECHA58.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PGTO.
           COPY PGTO.

       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-OPER.
           COPY OPER.

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(90).

       WORKING-STORAGE SECTION.
       77 FS-PGTO         PIC X(02) VALUE SPACES.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-OPER         PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 OPER-ABERTO     PIC X(01) VALUE 'N'.
       77 DATA-CAIXA      PIC 9(08) VALUE ZEROS.
       77 DATA-EMISSAO    PIC 9(08) VALUE ZEROS.
       77 FIM-PGTO        PIC X(01) VALUE 'N'.
       77 FIM-MENSAL      PIC X(01) VALUE 'N'.
       77 FIM-AUDIT       PIC X(01) VALUE 'N'.
       77 IDX-OPER        PIC 9(03) VALUE ZEROS.
       77 IDX-BAIXA       PIC 9(03) VALUE ZEROS.
       77 IDX-ACHADO      PIC 9(03) VALUE ZEROS.
       77 OPERADOR-LISTADO PIC 9(04) VALUE ZEROS.
       77 QTD-BANCO       PIC 9(06) VALUE ZEROS.
       77 TOTAL-BANCO     PIC 9(08)V99 VALUE ZEROS.
       77 QTD-CAIXA       PIC 9(06) VALUE ZEROS.
       77 TOTAL-CAIXA     PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-AUDIT-CAIXA PIC 9(08)V99 VALUE ZEROS.
       77 LINHAS-AUDIT    PIC 9(06) VALUE ZEROS.
       77 SALDO-CADASTRO  PIC 9(04)V99 VALUE ZEROS.
       77 DIVERGENCIAS    PIC 9(06) VALUE ZEROS.
       77 ITENS-PERDIDOS  PIC 9(04) VALUE ZEROS.
       77 MOTIVO          PIC X(40) VALUE SPACES.
       77 EDT-QTD         PIC ZZZZZ9.
       77 EDT-TOTAL       PIC ZZZZZZZ9.99.
       77 EDT-TOTAL-2     PIC ZZZZZZZ9.99.
      *    RECIBOS DO DIA POR OPERADOR. CABE FOLGADO NUMA TABELA DE
      *    100, COMO AS TURMAS DO EX46; O QUE PASSAR DISSO SAI
      *    CONTADO NO AVISO FINAL EM VEZ DE SUMIR CALADO.
       01 TABELA-OPERADORES.
           02 QTD-OPERADORES PIC 9(03) VALUE ZEROS.
           02 ITEM-OPER OCCURS 100 TIMES.
               03 TO-OPERADOR    PIC 9(04).
               03 TO-QTD         PIC 9(06).
               03 TO-TOTAL       PIC 9(08)V99.
      *    COBRANCAS BAIXADAS NO DIA SEGUNDO O LOG DE AUDITORIA, COM O
      *    SALDO DA ULTIMA BAIXA DO DIA (O LOG E CRONOLOGICO, ENTAO A
      *    ULTIMA LINHA LIDA E A QUE VALE PARA O CADASTRO).
       01 TABELA-BAIXAS.
           02 QTD-BAIXAS     PIC 9(03) VALUE ZEROS.
           02 ITEM-BAIXA OCCURS 500 TIMES.
               03 TB-MATRICULA   PIC 9(06).
               03 TB-ANO         PIC 9(04).
               03 TB-MES         PIC 9(02).
               03 TB-FORMATO     PIC X(01).
               03 TB-VALOR       PIC 9(04)V99.
               03 TB-SALDO       PIC 9(04)V99.
      *    VISOES DA CHAVE E DO VALOR DA LINHA 'BAIXA MENSAL' DO LOG,
      *    NO FORMATO GRAVADO PELO EX27 E PELO EX57: CHAVE
      *    MATRICULA/ANO-MES; VALOR 'VALOR=... PRINC=... SALDO=...'.
      *    AS LINHAS ANTERIORES A BAIXA PARCIAL TRAZEM SO O VALOR PAGO
      *    ('VALOR=... COBRADO=...') E SAO CONFERIDAS PELO VALOR.
       01 CHAVE-AUDITORIA.
           02 CA-MATRICULA   PIC 9(06).
           02 FILLER         PIC X(01).
           02 CA-ANO         PIC 9(04).
           02 FILLER         PIC X(01).
           02 CA-MES         PIC 9(02).
           02 FILLER         PIC X(26).
       01 VALOR-AUDITORIA.
           02 VA-ROTULO-VALOR PIC X(06).
           02 VA-VALOR       PIC 9(04)V99.
           02 FILLER         PIC X(01).
           02 VA-ROTULO-PRINC PIC X(05).
           02 FILLER         PIC X(01).
           02 VA-PRINCIPAL   PIC 9(04)V99.
           02 FILLER         PIC X(07).
           02 VA-SALDO       PIC 9(04)V99.
           02 FILLER         PIC X(02).
       01 LINHA-DET.
           02 LIN-RECIBO     PIC Z(07)9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
      *    MES/ANO DA MENSALIDADE OU 'PARC NN' NA PARCELA DE ACORDO.
           02 LIN-COMPET.
               03 LIN-MES    PIC 9(02).
               03 LIN-BARRA  PIC X(01).
               03 LIN-ANO    PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-PRINCIPAL  PIC ZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-MULTA      PIC ZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-JUROS      PIC ZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-RECEBIDO   PIC ZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-SALDO      PIC ZZZ9.99.
       01 LINHA-DIV.
           02 LDV-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LDV-MES        PIC 9(02).
           02 FILLER         PIC X(01) VALUE '/'.
           02 LDV-ANO        PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LDV-MOTIVO     PIC X(40).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LDV-AUDITADO   PIC ZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LDV-CADASTRO   PIC ZZZ9.99.
       PROCEDURE DIVISION.
      *    FECHAMENTO DE CAIXA DO DIA: LISTA OS RECIBOS EMITIDOS PELO
      *    CAIXA DO EX27 (PGTO27.DAT) AGRUPADOS POR OPERADOR, COM O
      *    TOTAL DE CADA UM PARA CONFERIR COM O DINHEIRO DA GAVETA, E
      *    MOSTRA A PARTE AS BAIXAS DO BANCO (RETORNO DO EX57). DEPOIS
      *    CONCILIA O LOG DE AUDITORIA COM O CADASTRO DE COBRANCAS:
      *    TODA LINHA 'BAIXA MENSAL' DO DIA TEM QUE BATER COM A DATA E
      *    O VALOR PAGO GRAVADOS EM MENSAL26.DAT, E TODA COBRANCA
      *    BAIXADA NO DIA TEM QUE TER A SUA LINHA NO LOG. SO O
      *    AUDIT.LOG CORRENTE E LIDO - O FECHAMENTO DEVE RODAR ANTES
      *    DO CORTE MENSAL DO EX38.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-EMISSAO
           DISPLAY 'DATA DO CAIXA (AAAAMMDD, ZERO PARA HOJE):'
           ACCEPT DATA-CAIXA
           IF DATA-CAIXA = ZEROS
               MOVE DATA-EMISSAO TO DATA-CAIXA
           END-IF
           PERFORM UNTIL DATA-CAIXA >= 19000101
                   AND DATA-CAIXA <= 29991231
               DISPLAY 'DATA INVALIDA. DATA DO CAIXA (AAAAMMDD):'
               ACCEPT DATA-CAIXA
           END-PERFORM

           OPEN INPUT ARQ-PGTO
           IF FS-PGTO NOT = "00"
               DISPLAY 'PGTO27.DAT NAO ENCONTRADO - RODE O EX27 ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MENSAL
           IF FS-MENSAL NOT = "00"
               DISPLAY 'MENSAL26.DAT NAO ENCONTRADO - RODE O EX26 '
                   'ANTES.'
               CLOSE ARQ-PGTO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-OPER
           IF FS-OPER = "00"
               MOVE 'S' TO OPER-ABERTO
           END-IF

           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'FECHAMENTO DE CAIXA DE ' DATA-CAIXA
               ' - EMITIDO EM ' DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM SOMAR-RECIBOS
           MOVE 1 TO IDX-OPER
           PERFORM UNTIL IDX-OPER > QTD-OPERADORES
               PERFORM LISTAR-OPERADOR
               ADD 1 TO IDX-OPER
           END-PERFORM
           PERFORM IMPRIMIR-TOTAIS-CAIXA

           PERFORM LER-AUDITORIA
           PERFORM CONCILIAR-AUDITORIA
           PERFORM PROCURAR-BAIXA-SEM-LOG
           PERFORM IMPRIMIR-TOTAIS-CONCILIACAO

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'ASSINATURA DO OPERADOR: ______________________'
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'ASSINATURA DO CHEFE DA SECRETARIA: ______________'
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE '*** FIM DO RELATORIO ***' TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQ-RELATORIO

           CLOSE ARQ-PGTO
           CLOSE ARQ-MENSAL
           IF OPER-ABERTO = 'S'
               CLOSE ARQ-OPER
           END-IF

           DISPLAY 'CAIXA DE ' DATA-CAIXA ': ' QTD-CAIXA
               ' RECIBO(S) NO TOTAL DE ' TOTAL-CAIXA ', '
               DIVERGENCIAS ' DIVERGENCIA(S) NA CONCILIACAO - '
               'RELATORIO EM FECHA58.PRT.'
           STOP RUN.

       SOMAR-RECIBOS.
      *    PRIMEIRA PASSADA: QUAIS OPERADORES RECEBERAM NO DIA E
      *    QUANTO CADA UM, MAIS O QUE ENTROU PELO BANCO.
           MOVE 'N' TO FIM-PGTO
           MOVE LOW-VALUES TO PG-CHAVE
           START ARQ-PGTO KEY IS NOT LESS THAN PG-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PGTO
           END-START
           PERFORM UNTIL FIM-PGTO = 'S'
               READ ARQ-PGTO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PGTO
                   NOT AT END
                       IF PG-DATA = DATA-CAIXA
                           PERFORM SOMAR-RECIBO
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-RECIBO.
           IF PG-ORIGEM = 'B'
               ADD 1 TO QTD-BANCO
               ADD PG-VALOR-RECEBIDO TO TOTAL-BANCO
           ELSE
               PERFORM LOCALIZAR-OPERADOR
               IF IDX-ACHADO = 0
                   ADD 1 TO ITENS-PERDIDOS
               ELSE
                   ADD 1 TO TO-QTD(IDX-ACHADO)
                   ADD PG-VALOR-RECEBIDO TO TO-TOTAL(IDX-ACHADO)
               END-IF
               ADD 1 TO QTD-CAIXA
               ADD PG-VALOR-RECEBIDO TO TOTAL-CAIXA
           END-IF.

       LOCALIZAR-OPERADOR.
           MOVE ZEROS TO IDX-ACHADO
           MOVE 1 TO IDX-OPER
           PERFORM UNTIL IDX-OPER > QTD-OPERADORES OR IDX-ACHADO > 0
               IF TO-OPERADOR(IDX-OPER) = PG-OPERADOR
                   MOVE IDX-OPER TO IDX-ACHADO
               END-IF
               ADD 1 TO IDX-OPER
           END-PERFORM
           IF IDX-ACHADO = 0 AND QTD-OPERADORES < 100
               ADD 1 TO QTD-OPERADORES
               MOVE PG-OPERADOR TO TO-OPERADOR(QTD-OPERADORES)
               MOVE ZEROS TO TO-QTD(QTD-OPERADORES)
               MOVE ZEROS TO TO-TOTAL(QTD-OPERADORES)
               MOVE QTD-OPERADORES TO IDX-ACHADO
           END-IF.

       LISTAR-OPERADOR.
      *    UMA PASSADA POR OPERADOR: O ARQUIVO DE PAGAMENTOS E POR
      *    COBRANCA, NAO POR OPERADOR, E O VOLUME DE UM DIA E PEQUENO.
           MOVE TO-OPERADOR(IDX-OPER) TO OPERADOR-LISTADO
           MOVE SPACES TO OP-NOME
           IF OPER-ABERTO = 'S'
               MOVE OPERADOR-LISTADO TO OP-CODIGO
               READ ARQ-OPER
                   INVALID KEY
                       MOVE SPACES TO OP-NOME
               END-READ
           END-IF
           IF OPERADOR-LISTADO = ZEROS
               MOVE 'SEM LOGON' TO OP-NOME
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'OPERADOR ' OPERADOR-LISTADO ' ' OP-NOME
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE '  RECIBO  MATRIC  COMPET   PRINC.    MULTA    JUROS'
               TO LINHA-RELATORIO
           MOVE '  RECEBIDO    SALDO' TO LINHA-RELATORIO(53:19)
           WRITE LINHA-RELATORIO

           MOVE 'N' TO FIM-PGTO
           MOVE LOW-VALUES TO PG-CHAVE
           START ARQ-PGTO KEY IS NOT LESS THAN PG-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PGTO
           END-START
           PERFORM UNTIL FIM-PGTO = 'S'
               READ ARQ-PGTO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PGTO
                   NOT AT END
                       IF PG-DATA = DATA-CAIXA
                          AND PG-ORIGEM NOT = 'B'
                          AND PG-OPERADOR = OPERADOR-LISTADO
                           PERFORM IMPRIMIR-RECIBO
                       END-IF
               END-READ
           END-PERFORM

           MOVE TO-QTD(IDX-OPER)   TO EDT-QTD
           MOVE TO-TOTAL(IDX-OPER) TO EDT-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING '  SUBTOTAL DO OPERADOR: ' EDT-QTD ' RECIBO(S)'
               '  TOTAL RECEBIDO: ' EDT-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIMIR-RECIBO.
           MOVE PG-RECIBO         TO LIN-RECIBO
           MOVE PG-MATRICULA      TO LIN-MATRICULA
           IF PG-ACORDO = ZEROS
               MOVE PG-MES        TO LIN-MES
               MOVE '/'           TO LIN-BARRA
               MOVE PG-ANO        TO LIN-ANO
           ELSE
               MOVE SPACES TO LIN-COMPET
               STRING 'PARC ' PG-MES DELIMITED BY SIZE INTO LIN-COMPET
           END-IF
           MOVE PG-PRINCIPAL      TO LIN-PRINCIPAL
           MOVE PG-MULTA          TO LIN-MULTA
           MOVE PG-JUROS          TO LIN-JUROS
           MOVE PG-VALOR-RECEBIDO TO LIN-RECEBIDO
           MOVE PG-SALDO-APOS     TO LIN-SALDO
           MOVE LINHA-DET TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIMIR-TOTAIS-CAIXA.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE QTD-CAIXA   TO EDT-QTD
           MOVE TOTAL-CAIXA TO EDT-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'TOTAL DO CAIXA:  ' EDT-QTD ' RECIBO(S)'
               '  TOTAL RECEBIDO: ' EDT-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE QTD-BANCO   TO EDT-QTD
           MOVE TOTAL-BANCO TO EDT-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'BAIXAS DO BANCO: ' EDT-QTD ' BOLETO(S)'
               '  TOTAL RECEBIDO: ' EDT-TOTAL ' (NAO ENTRA NA GAVETA)'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF ITENS-PERDIDOS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'AVISO: ' ITENS-PERDIDOS ' RECIBO(S) ALEM DA '
                   'CAPACIDADE DA TABELA DE OPERADORES FICARAM FORA '
                   'DOS SUBTOTAIS'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       LER-AUDITORIA.
      *    JUNTA AS LINHAS 'BAIXA MENSAL' DO DIA, UMA ENTRADA POR
      *    COBRANCA, E SOMA O QUE O LOG DIZ QUE O CAIXA DO EX27
      *    RECEBEU PARA CONFERIR COM O TOTAL DOS RECIBOS.
           MOVE ZEROS TO ITENS-PERDIDOS
           OPEN INPUT ARQ-AUDITORIA
           IF FS-AUDIT NOT = "00"
               DISPLAY 'AVISO: AUDIT.LOG NAO ENCONTRADO - TODA BAIXA '
                   'DO DIA SAIRA SEM AUDITORIA NA CONCILIACAO.'
           ELSE
               MOVE 'N' TO FIM-AUDIT
               PERFORM UNTIL FIM-AUDIT = 'S'
                   READ ARQ-AUDITORIA
                       AT END
                           MOVE 'S' TO FIM-AUDIT
                       NOT AT END
                           IF AUD-ACAO = 'BAIXA MENSAL'
                              AND AUD-DATAHORA(1:8) = DATA-CAIXA
                               PERFORM GUARDAR-BAIXA-AUDITADA
                           END-IF
      *                    A PARCELA DE ACORDO NAO MEXE EM MENSAL26 E
      *                    SO ENTRA NO TOTAL DO CAIXA.
                           IF AUD-ACAO = 'BAIXA PARCELA'
                              AND AUD-DATAHORA(1:8) = DATA-CAIXA
                              AND AUD-PROGRAMA = 'EX27'
                               MOVE AUD-VALOR TO VALOR-AUDITORIA
                               IF VA-VALOR NUMERIC
                                   ADD VA-VALOR TO TOTAL-AUDIT-CAIXA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF.

       GUARDAR-BAIXA-AUDITADA.
           ADD 1 TO LINHAS-AUDIT
           MOVE AUD-CHAVE TO CHAVE-AUDITORIA
           MOVE AUD-VALOR TO VALOR-AUDITORIA
           IF CA-MATRICULA NOT NUMERIC OR CA-ANO NOT NUMERIC
              OR CA-MES NOT NUMERIC OR VA-VALOR NOT NUMERIC
               ADD 1 TO DIVERGENCIAS
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'LINHA DE AUDITORIA ILEGIVEL: ' AUD-CHAVE
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               PERFORM LOCALIZAR-BAIXA
               IF IDX-ACHADO = 0
                   ADD 1 TO ITENS-PERDIDOS
               ELSE
                   MOVE VA-VALOR TO TB-VALOR(IDX-ACHADO)
                   IF VA-ROTULO-PRINC = 'PRINC'
                      AND VA-SALDO NUMERIC
                       MOVE 'N' TO TB-FORMATO(IDX-ACHADO)
                       MOVE VA-SALDO TO TB-SALDO(IDX-ACHADO)
                   ELSE
                       MOVE 'A' TO TB-FORMATO(IDX-ACHADO)
                       MOVE ZEROS TO TB-SALDO(IDX-ACHADO)
                   END-IF
               END-IF
               IF AUD-PROGRAMA = 'EX27'
                   ADD VA-VALOR TO TOTAL-AUDIT-CAIXA
               END-IF
           END-IF.

       LOCALIZAR-BAIXA.
           MOVE ZEROS TO IDX-ACHADO
           MOVE 1 TO IDX-BAIXA
           PERFORM UNTIL IDX-BAIXA > QTD-BAIXAS OR IDX-ACHADO > 0
               IF TB-MATRICULA(IDX-BAIXA) = CA-MATRICULA
                  AND TB-ANO(IDX-BAIXA) = CA-ANO
                  AND TB-MES(IDX-BAIXA) = CA-MES
                   MOVE IDX-BAIXA TO IDX-ACHADO
               END-IF
               ADD 1 TO IDX-BAIXA
           END-PERFORM
           IF IDX-ACHADO = 0 AND QTD-BAIXAS < 500
               ADD 1 TO QTD-BAIXAS
               MOVE CA-MATRICULA TO TB-MATRICULA(QTD-BAIXAS)
               MOVE CA-ANO       TO TB-ANO(QTD-BAIXAS)
               MOVE CA-MES       TO TB-MES(QTD-BAIXAS)
               MOVE QTD-BAIXAS   TO IDX-ACHADO
           END-IF.

       CONCILIAR-AUDITORIA.
      *    CADA COBRANCA DO LOG CONTRA O CADASTRO. SE A COBRANCA JA
      *    TEM PAGAMENTO DEPOIS DA DATA DO CAIXA, O VALOR NAO E MAIS
      *    COMPARAVEL E SO A EXISTENCIA E CONFERIDA.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'CONCILIACAO AUDIT.LOG X MENSAL26.DAT' TO
               LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'MATRIC  COMPET   DIVERGENCIA' TO LINHA-RELATORIO
           MOVE 'AUDITADO CADASTRO' TO LINHA-RELATORIO(60:17)
           WRITE LINHA-RELATORIO
           MOVE 1 TO IDX-BAIXA
           PERFORM UNTIL IDX-BAIXA > QTD-BAIXAS
               PERFORM CONFERIR-BAIXA
               ADD 1 TO IDX-BAIXA
           END-PERFORM.

       CONFERIR-BAIXA.
           MOVE TB-MATRICULA(IDX-BAIXA) TO MN-MATRICULA
           MOVE TB-ANO(IDX-BAIXA)       TO MN-ANO
           MOVE TB-MES(IDX-BAIXA)       TO MN-MES
           READ ARQ-MENSAL
               INVALID KEY
                   MOVE 'COBRANCA NAO ENCONTRADA' TO MOTIVO
                   MOVE ZEROS TO SALDO-CADASTRO
                   PERFORM IMPRIMIR-DIVERGENCIA
               NOT INVALID KEY
                   PERFORM CONFERIR-COBRANCA
           END-READ.

       CONFERIR-COBRANCA.
           COMPUTE SALDO-CADASTRO = MN-VALOR - MN-VALOR-PAGO
           IF MN-DATA-PGTO < DATA-CAIXA
               MOVE 'DATA DO PAGAMENTO NAO GRAVADA' TO MOTIVO
               PERFORM IMPRIMIR-DIVERGENCIA
           ELSE
               IF MN-DATA-PGTO = DATA-CAIXA
                   IF TB-FORMATO(IDX-BAIXA) = 'N'
                       IF SALDO-CADASTRO NOT = TB-SALDO(IDX-BAIXA)
                           MOVE 'SALDO DIFERE DO AUDITADO' TO MOTIVO
                           PERFORM IMPRIMIR-DIVERGENCIA
                       END-IF
                   ELSE
                       IF MN-VALOR-PAGO NOT = TB-VALOR(IDX-BAIXA)
                           MOVE 'VALOR PAGO DIFERE DO AUDITADO'
                               TO MOTIVO
                           MOVE MN-VALOR-PAGO TO SALDO-CADASTRO
                           PERFORM IMPRIMIR-DIVERGENCIA
                       END-IF
                   END-IF
                   COMPUTE SALDO-CADASTRO = MN-VALOR - MN-VALOR-PAGO
                   IF SALDO-CADASTRO = ZEROS AND MN-SITUACAO NOT = 'P'
                       MOVE 'QUITADA SEM SITUACAO P' TO MOTIVO
                       PERFORM IMPRIMIR-DIVERGENCIA
                   END-IF
                   IF SALDO-CADASTRO > ZEROS AND MN-SITUACAO = 'P'
                       MOVE 'SITUACAO P COM SALDO EM ABERTO' TO MOTIVO
                       PERFORM IMPRIMIR-DIVERGENCIA
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-DIVERGENCIA.
           ADD 1 TO DIVERGENCIAS
           MOVE MN-MATRICULA TO LDV-MATRICULA
           MOVE MN-MES       TO LDV-MES
           MOVE MN-ANO       TO LDV-ANO
           MOVE MOTIVO       TO LDV-MOTIVO
           IF TB-FORMATO(IDX-BAIXA) = 'N'
               MOVE TB-SALDO(IDX-BAIXA) TO LDV-AUDITADO
           ELSE
               MOVE TB-VALOR(IDX-BAIXA) TO LDV-AUDITADO
           END-IF
           MOVE SALDO-CADASTRO TO LDV-CADASTRO
           MOVE LINHA-DIV TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       PROCURAR-BAIXA-SEM-LOG.
      *    O CAMINHO INVERSO: COBRANCA COM PAGAMENTO GRAVADO NA DATA
      *    DO CAIXA E NENHUMA LINHA NO LOG.
           MOVE 'N' TO FIM-MENSAL
           MOVE LOW-VALUES TO MN-CHAVE
           START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-MENSAL
           END-START
           PERFORM UNTIL FIM-MENSAL = 'S'
               READ ARQ-MENSAL NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-MENSAL
                   NOT AT END
                       IF MN-DATA-PGTO = DATA-CAIXA
                           PERFORM PROCURAR-NO-LOG
                       END-IF
               END-READ
           END-PERFORM.

       PROCURAR-NO-LOG.
           MOVE ZEROS TO IDX-ACHADO
           MOVE 1 TO IDX-BAIXA
           PERFORM UNTIL IDX-BAIXA > QTD-BAIXAS OR IDX-ACHADO > 0
               IF TB-MATRICULA(IDX-BAIXA) = MN-MATRICULA
                  AND TB-ANO(IDX-BAIXA) = MN-ANO
                  AND TB-MES(IDX-BAIXA) = MN-MES
                   MOVE IDX-BAIXA TO IDX-ACHADO
               END-IF
               ADD 1 TO IDX-BAIXA
           END-PERFORM
           IF IDX-ACHADO = 0
               ADD 1 TO DIVERGENCIAS
               MOVE MN-MATRICULA TO LDV-MATRICULA
               MOVE MN-MES       TO LDV-MES
               MOVE MN-ANO       TO LDV-ANO
               MOVE 'PAGAMENTO SEM LINHA DE AUDITORIA' TO LDV-MOTIVO
               MOVE ZEROS TO LDV-AUDITADO
               MOVE MN-VALOR-PAGO TO LDV-CADASTRO
               MOVE LINHA-DIV TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIMIR-TOTAIS-CONCILIACAO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHAS-AUDIT TO EDT-QTD
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'LINHAS BAIXA MENSAL NO LOG: ' EDT-QTD
               '  COBRANCAS CONFERIDAS: ' QTD-BAIXAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE TOTAL-AUDIT-CAIXA TO EDT-TOTAL
           MOVE TOTAL-CAIXA       TO EDT-TOTAL-2
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'CAIXA SEGUNDO O LOG: ' EDT-TOTAL
               '  SEGUNDO OS RECIBOS: ' EDT-TOTAL-2
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF TOTAL-AUDIT-CAIXA NOT = TOTAL-CAIXA
               ADD 1 TO DIVERGENCIAS
               MOVE '*** TOTAL DO LOG DIFERE DO TOTAL DOS RECIBOS ***'
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           IF ITENS-PERDIDOS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'AVISO: ' ITENS-PERDIDOS ' LINHA(S) DO LOG ALEM '
                   'DA CAPACIDADE DA TABELA FICARAM SEM CONFERENCIA'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE DIVERGENCIAS TO EDT-QTD
           MOVE SPACES TO LINHA-RELATORIO
           IF DIVERGENCIAS = ZEROS
               MOVE 'CONCILIACAO SEM DIVERGENCIAS.' TO LINHA-RELATORIO
           ELSE
               STRING 'DIVERGENCIAS ENCONTRADAS: ' EDT-QTD
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO.

       END PROGRAM EX58.
