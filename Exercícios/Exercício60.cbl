       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX60.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    ARQUIVO ENTREGUE AO SISTEMA CONTABIL: LAYOUT FIXO DE 100
      *    POSICOES, CABECALHO 'H', UM LANCAMENTO 'L' POR LINHA E
      *    TRAILER 'T' COM A QUANTIDADE E A SOMA DOS VALORES.
           SELECT ARQ-CONTABIL ASSIGN TO "CONTAB60.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABIL.

           SELECT ARQ-CONFERENCIA ASSIGN TO "CONTAB60.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFERENCIA.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-PGTO.
           COPY PGTO.

       FD  ARQ-CONTABIL.
       01  REG-CONTABIL PIC X(100).

       FD  ARQ-CONFERENCIA.
       01  LINHA-CONFERENCIA PIC X(90).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-PGTO         PIC X(02) VALUE SPACES.
       77 PGTO-ABERTO     PIC X(01) VALUE 'N'.
       77 FS-CONTABIL     PIC X(02) VALUE SPACES.
       77 FS-CONFERENCIA  PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 ANO-COMPET      PIC 9(04) VALUE ZEROS.
       77 MES-COMPET      PIC 9(02) VALUE ZEROS.
       77 COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 COMPET-PGTO     PIC 9(06) VALUE ZEROS.
       77 DIA-PGTO        PIC 9(02) VALUE ZEROS.
       77 DATA-EMISSAO    PIC 9(08) VALUE ZEROS.
       77 ULTIMO-DIA      PIC 9(08) VALUE ZEROS.
       77 PRIMEIRO-DIA-SEG PIC 9(08) VALUE ZEROS.
       77 FIM-MENSAL      PIC X(01) VALUE 'N'.
       77 FIM-PGTO        PIC X(01) VALUE 'N'.
       77 IDX-DIA         PIC 9(02) VALUE ZEROS.
       77 QTD-COBRANCAS   PIC 9(06) VALUE ZEROS.
       77 RECEITA-COMPET  PIC 9(08)V99 VALUE ZEROS.
       77 QTD-LANCAMENTOS PIC 9(06) VALUE ZEROS.
       77 TOTAL-LANCADO   PIC 9(10)V99 VALUE ZEROS.
       77 EDT-VALOR       PIC ZZZZZZZ9.99.
      *    PLANO DE CONTAS COMBINADO COM O CONTADOR. O RECEBIMENTO
      *    BAIXA O CONTAS A RECEBER PELO PRINCIPAL; MULTA E JUROS NAO
      *    PASSARAM PELA RECEITA DA COMPETENCIA E ENTRAM DIRETO NA
      *    RECEITA FINANCEIRA. O QUE O BANCO LIQUIDOU (RETORNO DO
      *    EX57) ENTRA NA CONTA DO BANCO, O RESTO NO CAIXA.
       77 CONTA-CAIXA     PIC X(12) VALUE '1.1.1.01'.
       77 CONTA-BANCO     PIC X(12) VALUE '1.1.1.02'.
       77 CONTA-RECEBER   PIC X(12) VALUE '1.1.2.01'.
       77 CONTA-RECEITA   PIC X(12) VALUE '4.1.1.01'.
       77 CONTA-ENCARGOS  PIC X(12) VALUE '4.2.1.01'.
      *    RECEBIMENTOS DO MES SOMADOS POR DIA DE CAIXA E ORIGEM.
       01 TABELA-DIAS.
           02 ITEM-DIA OCCURS 31 TIMES.
               03 TD-PRINC-CAIXA  PIC 9(08)V99.
               03 TD-ENCARG-CAIXA PIC 9(08)V99.
               03 TD-PRINC-BANCO  PIC 9(08)V99.
               03 TD-ENCARG-BANCO PIC 9(08)V99.
      *    A LINHA DO ARQUIVO E MONTADA EM WORKING-STORAGE, COM UMA
      *    VISAO PARA CADA TIPO DE REGISTRO, COMO A REMESSA DO EX56.
       01 LINHA-LANCAMENTO.
           02 LC-TIPO         PIC X(01).
           02 LC-DATA         PIC 9(08).
           02 LC-DEBITO       PIC X(12).
           02 LC-CREDITO      PIC X(12).
           02 LC-VALOR        PIC 9(10)V99.
           02 LC-COMPETENCIA  PIC 9(06).
           02 LC-HISTORICO    PIC X(40).
           02 FILLER          PIC X(09).
       01 LINHA-CABECALHO REDEFINES LINHA-LANCAMENTO.
           02 LH-TIPO         PIC X(01).
           02 LH-COMPETENCIA  PIC 9(06).
           02 LH-DATA-GERACAO PIC 9(08).
           02 LH-DESCRICAO    PIC X(40).
           02 FILLER          PIC X(45).
       01 LINHA-TRAILER REDEFINES LINHA-LANCAMENTO.
           02 LT-TIPO         PIC X(01).
           02 LT-QUANTIDADE   PIC 9(06).
           02 LT-VALOR-TOTAL  PIC 9(12)V99.
           02 FILLER          PIC X(79).
       01 LINHA-DET.
           02 LIN-DATA        PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LIN-DEBITO      PIC X(12).
           02 LIN-CREDITO     PIC X(12).
           02 LIN-VALOR       PIC ZZZZZZZ9.99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LIN-HISTORICO   PIC X(40).
       PROCEDURE DIVISION.
      *    LANCAMENTOS CONTABEIS DO MES PARA O SISTEMA DO CONTADOR,
      *    NO LUGAR DA MONTAGEM A MAO A PARTIR DAS LISTAGENS:
      *    - RECEITA POR COMPETENCIA: A SOMA DO QUE O EX26 GEROU
      *      PARA A COMPETENCIA (MN-VALOR, JA LIQUIDO DAS BOLSAS),
      *      NO ULTIMO DIA DO MES, A DEBITO DO CONTAS A RECEBER;
      *    - RECEBIMENTOS POR DATA DE CAIXA: O QUE O EX27 E O RETORNO
      *      DO EX57 BAIXARAM EM CADA DIA DO MES (PGTO27.DAT), DE
      *      QUALQUER COMPETENCIA, SEPARANDO PRINCIPAL E ENCARGOS.
      *    SEGUE A LISTAGEM DE CONFERENCIA PARA O CONTADOR ASSINAR.
           PERFORM UNTIL ANO-COMPET >= 1900 AND ANO-COMPET <= 2999
               DISPLAY 'DIGITE O ANO DA COMPETENCIA (EX: 2026)'
               ACCEPT ANO-COMPET
           END-PERFORM
           PERFORM UNTIL MES-COMPET >= 1 AND MES-COMPET <= 12
               DISPLAY 'DIGITE O MES DA COMPETENCIA (1 A 12)'
               ACCEPT MES-COMPET
           END-PERFORM
           COMPUTE COMPETENCIA = ANO-COMPET * 100 + MES-COMPET
           IF MES-COMPET = 12
               COMPUTE PRIMEIRO-DIA-SEG = (ANO-COMPET + 1) * 10000
                   + 101
           ELSE
               COMPUTE PRIMEIRO-DIA-SEG = ANO-COMPET * 10000
                   + (MES-COMPET + 1) * 100 + 1
           END-IF
           COMPUTE ULTIMO-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PRIMEIRO-DIA-SEG) - 1)
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-EMISSAO

           OPEN INPUT ARQ-MENSAL
           IF FS-MENSAL NOT = "00"
               DISPLAY 'MENSAL26.DAT NAO ENCONTRADO - RODE O EX26 '
                   'ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-PGTO
           IF FS-PGTO = "00"
               MOVE 'S' TO PGTO-ABERTO
           ELSE
               DISPLAY 'AVISO: PGTO27.DAT NAO ENCONTRADO - NENHUM '
                   'RECEBIMENTO SERA LANCADO.'
           END-IF

           OPEN OUTPUT ARQ-CONTABIL
           OPEN OUTPUT ARQ-CONFERENCIA
           MOVE SPACES TO LINHA-LANCAMENTO
           MOVE 'H' TO LH-TIPO
           MOVE COMPETENCIA TO LH-COMPETENCIA
           MOVE DATA-EMISSAO TO LH-DATA-GERACAO
           MOVE 'LANCAMENTOS DE MENSALIDADES' TO LH-DESCRICAO
           MOVE LINHA-LANCAMENTO TO REG-CONTABIL
           WRITE REG-CONTABIL

           MOVE SPACES TO LINHA-CONFERENCIA
           STRING 'CONFERENCIA DOS LANCAMENTOS CONTABEIS - COMPETENCIA '
               MES-COMPET '/' ANO-COMPET ' - EMITIDO EM ' DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA
           WRITE LINHA-CONFERENCIA
           MOVE SPACES TO LINHA-CONFERENCIA
           WRITE LINHA-CONFERENCIA
           MOVE 'DATA      DEBITO      CREDITO           VALOR  '
               TO LINHA-CONFERENCIA
           MOVE 'HISTORICO' TO LINHA-CONFERENCIA(48:9)
           WRITE LINHA-CONFERENCIA

           PERFORM SOMAR-RECEITA
           IF RECEITA-COMPET > ZEROS
               MOVE ULTIMO-DIA    TO LC-DATA
               MOVE CONTA-RECEBER TO LC-DEBITO
               MOVE CONTA-RECEITA TO LC-CREDITO
               MOVE RECEITA-COMPET TO LC-VALOR
               MOVE SPACES TO LC-HISTORICO
               STRING 'RECEITA MENSALIDADES ' MES-COMPET '/'
                   ANO-COMPET ' (' QTD-COBRANCAS ')'
                   DELIMITED BY SIZE INTO LC-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF

           IF PGTO-ABERTO = 'S'
               PERFORM SOMAR-RECEBIMENTOS
               MOVE 1 TO IDX-DIA
               PERFORM UNTIL IDX-DIA > 31
                   PERFORM LANCAR-DIA
                   ADD 1 TO IDX-DIA
               END-PERFORM
           END-IF

           MOVE SPACES TO LINHA-LANCAMENTO
           MOVE 'T' TO LT-TIPO
           MOVE QTD-LANCAMENTOS TO LT-QUANTIDADE
           MOVE TOTAL-LANCADO TO LT-VALOR-TOTAL
           MOVE LINHA-LANCAMENTO TO REG-CONTABIL
           WRITE REG-CONTABIL
           CLOSE ARQ-CONTABIL

           MOVE SPACES TO LINHA-CONFERENCIA
           WRITE LINHA-CONFERENCIA
           MOVE TOTAL-LANCADO TO EDT-VALOR
           MOVE SPACES TO LINHA-CONFERENCIA
           STRING 'LANCAMENTOS: ' QTD-LANCAMENTOS '  TOTAL: '
               EDT-VALOR
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA
           WRITE LINHA-CONFERENCIA
           MOVE SPACES TO LINHA-CONFERENCIA
           WRITE LINHA-CONFERENCIA
           MOVE 'ASSINATURA DO CONTADOR: ______________________'
               TO LINHA-CONFERENCIA
           WRITE LINHA-CONFERENCIA
           CLOSE ARQ-CONFERENCIA

           CLOSE ARQ-MENSAL
           IF PGTO-ABERTO = 'S'
               CLOSE ARQ-PGTO
           END-IF

           MOVE 'EXPORT CONTABIL' TO AUD-ACAO
           MOVE 'CONTAB60.DAT' TO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'COMPET=' COMPETENCIA ' LANCTOS=' QTD-LANCAMENTOS
               ' TOTAL=' TOTAL-LANCADO
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA

           DISPLAY 'LANCAMENTOS GRAVADOS EM CONTAB60.DAT: '
               QTD-LANCAMENTOS ' NO TOTAL DE ' TOTAL-LANCADO
               ' - CONFERENCIA EM CONTAB60.PRT.'
           STOP RUN.

       SOMAR-RECEITA.
      *    A CHAVE DA COBRANCA COMECA PELA MATRICULA, ENTAO A
      *    COMPETENCIA E FILTRADA NA VARREDURA, COMO NO EX28.
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
                       IF MN-ANO = ANO-COMPET AND MN-MES = MES-COMPET
                           ADD 1 TO QTD-COBRANCAS
                           ADD MN-VALOR TO RECEITA-COMPET
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-RECEBIMENTOS.
           MOVE ZEROS TO TABELA-DIAS
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
                       DIVIDE PG-DATA BY 100 GIVING COMPET-PGTO
                           REMAINDER DIA-PGTO
                       IF COMPET-PGTO = COMPETENCIA
                          AND DIA-PGTO >= 1 AND DIA-PGTO <= 31
                           PERFORM SOMAR-RECEBIMENTO
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-RECEBIMENTO.
           IF PG-ORIGEM = 'B'
               ADD PG-PRINCIPAL TO TD-PRINC-BANCO(DIA-PGTO)
               ADD PG-MULTA PG-JUROS TO TD-ENCARG-BANCO(DIA-PGTO)
           ELSE
               ADD PG-PRINCIPAL TO TD-PRINC-CAIXA(DIA-PGTO)
               ADD PG-MULTA PG-JUROS TO TD-ENCARG-CAIXA(DIA-PGTO)
           END-IF.

       LANCAR-DIA.
      *    ATE QUATRO LANCAMENTOS POR DIA DE CAIXA; DIA SEM
      *    MOVIMENTO NAO GERA LINHA.
           COMPUTE LC-DATA = COMPETENCIA * 100 + IDX-DIA
           IF TD-PRINC-CAIXA(IDX-DIA) > ZEROS
               MOVE CONTA-CAIXA   TO LC-DEBITO
               MOVE CONTA-RECEBER TO LC-CREDITO
               MOVE TD-PRINC-CAIXA(IDX-DIA) TO LC-VALOR
               MOVE 'RECEBIMENTO MENSALIDADES - CAIXA'
                   TO LC-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF
           IF TD-ENCARG-CAIXA(IDX-DIA) > ZEROS
               MOVE CONTA-CAIXA    TO LC-DEBITO
               MOVE CONTA-ENCARGOS TO LC-CREDITO
               MOVE TD-ENCARG-CAIXA(IDX-DIA) TO LC-VALOR
               MOVE 'MULTA E JUROS RECEBIDOS - CAIXA'
                   TO LC-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF
           IF TD-PRINC-BANCO(IDX-DIA) > ZEROS
               MOVE CONTA-BANCO   TO LC-DEBITO
               MOVE CONTA-RECEBER TO LC-CREDITO
               MOVE TD-PRINC-BANCO(IDX-DIA) TO LC-VALOR
               MOVE 'RECEBIMENTO MENSALIDADES - BOLETO'
                   TO LC-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF
           IF TD-ENCARG-BANCO(IDX-DIA) > ZEROS
               MOVE CONTA-BANCO    TO LC-DEBITO
               MOVE CONTA-ENCARGOS TO LC-CREDITO
               MOVE TD-ENCARG-BANCO(IDX-DIA) TO LC-VALOR
               MOVE 'MULTA E JUROS RECEBIDOS - BOLETO'
                   TO LC-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF.

       GRAVAR-LANCAMENTO.
      *    O CHAMADOR PREENCHE DATA, CONTAS, VALOR E HISTORICO.
           MOVE 'L' TO LC-TIPO
           MOVE COMPETENCIA TO LC-COMPETENCIA
           MOVE LINHA-LANCAMENTO TO REG-CONTABIL
           WRITE REG-CONTABIL
           ADD 1 TO QTD-LANCAMENTOS
           ADD LC-VALOR TO TOTAL-LANCADO

           MOVE LC-DATA      TO LIN-DATA
           MOVE LC-DEBITO    TO LIN-DEBITO
           MOVE LC-CREDITO   TO LIN-CREDITO
           MOVE LC-VALOR     TO LIN-VALOR
           MOVE LC-HISTORICO TO LIN-HISTORICO
           MOVE LINHA-DET TO LINHA-CONFERENCIA
           WRITE LINHA-CONFERENCIA.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM GRAVOU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX60' TO AUD-PROGRAMA
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

       END PROGRAM EX60.
