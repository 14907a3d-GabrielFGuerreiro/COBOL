       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX61.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-MENSAL ASSIGN TO "MENSAL26.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS FS-MENSAL.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-TAXAS ASSIGN TO "TAXAS55.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXAS.

           SELECT ARQ-TERMO ASSIGN TO "ACORDO61.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TERMO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ACORDOS.
           COPY ACORDO.

       FD  ARQ-PARCELAS.
           COPY PARCAC.

       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-TAXAS.
           COPY TAXAS.

       FD  ARQ-TERMO.
       01  LINHA-TERMO PIC X(80).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-ACORDOS      PIC X(02) VALUE SPACES.
       77 FS-PARCELAS     PIC X(02) VALUE SPACES.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-TAXAS        PIC X(02) VALUE SPACES.
       77 FS-TERMO        PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 RESPOSTA        PIC X(01) VALUE SPACES.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 NUMERO-ACORDO   PIC 9(06) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 ALUNO-OK        PIC X(01) VALUE 'N'.
       77 ACORDO-OK       PIC X(01) VALUE 'N'.
       77 FIM-LISTA       PIC X(01) VALUE 'N'.
       77 QTD-LISTADOS    PIC 9(04) VALUE ZEROS.
       77 DIA-VENCIMENTO  PIC 9(02) VALUE 10.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 SALDO           PIC 9(04)V99 VALUE ZEROS.
       77 VALOR-TOTAL     PIC 9(06)V99 VALUE ZEROS.
       77 QTD-PARCELAS    PIC 9(02) VALUE ZEROS.
       77 VALOR-PARCELA   PIC 9(06)V99 VALUE ZEROS.
       77 VALOR-ULTIMA    PIC 9(06)V99 VALUE ZEROS.
       77 PRIMEIRO-VENC   PIC 9(08) VALUE ZEROS.
       77 ANOMES-VENC     PIC 9(06) VALUE ZEROS.
       77 ANO-VENC        PIC 9(04) VALUE ZEROS.
       77 MES-VENC        PIC 9(02) VALUE ZEROS.
       77 DIA-VENC        PIC 9(02) VALUE ZEROS.
       77 IDX-COB         PIC 9(02) VALUE ZEROS.
       77 IDX-PARC        PIC 9(02) VALUE ZEROS.
       77 CREDITO         PIC 9(06)V99 VALUE ZEROS.
       77 APLICADO        PIC 9(04)V99 VALUE ZEROS.
       77 PARCELAS-CANCELADAS PIC 9(02) VALUE ZEROS.
       77 PARCELAS-GRAVADAS PIC 9(02) VALUE ZEROS.
       77 ERRO-ACORDO     PIC X(01) VALUE 'N'.
       77 MOTIVO-ROMPIMENTO PIC X(30) VALUE SPACES.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
       77 PERFIL-ATUAL    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
      *    COBRANCAS ESCOLHIDAS PARA O ACORDO, NA ORDEM DA CHAVE (DA
      *    MAIS ANTIGA PARA A MAIS NOVA), ANTES DE GRAVAR.
       01 TABELA-SELECAO.
           02 QTD-SELECAO    PIC 9(02) VALUE ZEROS.
           02 ITEM-SELECAO OCCURS 12 TIMES.
               03 SE-ANO         PIC 9(04).
               03 SE-MES         PIC 9(02).
               03 SE-SALDO       PIC 9(04)V99.
       01 LINHA-PARC.
           02 FILLER         PIC X(10) VALUE 'PARCELA '.
           02 LP-NUMERO      PIC Z9.
           02 FILLER         PIC X(14) VALUE ' VENCIMENTO '.
           02 LP-VENCIMENTO  PIC 9(08).
           02 FILLER         PIC X(09) VALUE '  VALOR '.
           02 LP-VALOR       PIC ZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LP-SITUACAO    PIC X(20).
       PROCEDURE DIVISION.
      *    ACORDO DE PARCELAMENTO DE MENSALIDADES ATRASADAS. QUANDO A
      *    FAMILIA DEVE VARIAS COMPETENCIAS ANTIGAS, A ESCOLA FECHA UM
      *    PLANO DE PAGAMENTO: AQUI AS COBRANCAS VENCIDAS ESCOLHIDAS
      *    SAO AGRUPADAS NUM ACORDO E MARCADAS COMO RENEGOCIADAS
      *    (MN-SITUACAO 'R' - SAEM DA INADIMPLENCIA DO EX28), E O
      *    TOTAL DOS SALDOS E DIVIDIDO EM PARCELAS COM VENCIMENTO
      *    PROPRIO, PAGAS NO CAIXA DO EX27. SE A FAMILIA ROMPER O
      *    ACORDO, AS PARCELAS EM ABERTO SAO CANCELADAS, O QUE JA FOI
      *    PAGO NELAS ABATE AS COBRANCAS ORIGINAIS (DA MAIS ANTIGA
      *    PARA A MAIS NOVA) E O RESTANTE VOLTA A FICAR EM ABERTO COM
      *    O VENCIMENTO ORIGINAL. O ACORDO NUNCA E APAGADO. FECHAR E
      *    ROMPER MEXEM NO QUE A FAMILIA DEVE: SO O PERFIL DE CHEFE.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO OPERADOR-ATUAL
               MOVE CTX-PERFIL   TO PERFIL-ATUAL
           END-IF

           OPEN I-O ARQ-MENSAL
           IF FS-MENSAL NOT = "00"
               DISPLAY 'MENSAL26.DAT NAO ENCONTRADO - RODE O EX26 '
                   'PARA GERAR AS COBRANCAS ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               CLOSE ARQ-MENSAL
               STOP RUN
           END-IF
           OPEN I-O ARQ-ACORDOS
           IF FS-ACORDOS = "35"
               OPEN OUTPUT ARQ-ACORDOS
               CLOSE ARQ-ACORDOS
               OPEN I-O ARQ-ACORDOS
           END-IF
           OPEN I-O ARQ-PARCELAS
           IF FS-PARCELAS = "35"
               OPEN OUTPUT ARQ-PARCELAS
               CLOSE ARQ-PARCELAS
               OPEN I-O ARQ-PARCELAS
           END-IF
           PERFORM LER-TAXAS

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'ACORDOS DE PARCELAMENTO:'
               DISPLAY '(N)OVO ACORDO (L)ISTAR DO ALUNO (C)ONSULTAR '
                   '(R)OMPER (F)IM'
               ACCEPT OPCAO
               IF OPCAO = 'N' OR OPCAO = 'n'
                   PERFORM EXIGIR-PERFIL-CHEFE
                   IF PERFIL-CHEFE-OK = 'S'
                       PERFORM NOVO-ACORDO
                   END-IF
               ELSE
                   IF OPCAO = 'L' OR OPCAO = 'l'
                       PERFORM PEDIR-MATRICULA
                       PERFORM LISTAR-ACORDOS-ALUNO
                   ELSE
                       IF OPCAO = 'C' OR OPCAO = 'c'
                           PERFORM PEDIR-ACORDO
                           IF ACORDO-OK = 'S'
                               PERFORM MOSTRAR-ACORDO
                           END-IF
                       ELSE
                           IF OPCAO = 'R' OR OPCAO = 'r'
                               PERFORM EXIGIR-PERFIL-CHEFE
                               IF PERFIL-CHEFE-OK = 'S'
                                   PERFORM ROMPER-ACORDO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-ACORDOS
           CLOSE ARQ-PARCELAS
           CLOSE ARQ-MENSAL
           CLOSE ARQ-ALUNOS
           STOP RUN.

       LER-TAXAS.
      *    O DIA DE VENCIMENTO DO EX55 DIZ QUAIS COBRANCAS JA ESTAO
      *    VENCIDAS; SEM O CADASTRO, DIA 10 COMO NO CAIXA DO EX27.
           OPEN INPUT ARQ-TAXAS
           IF FS-TAXAS = "00"
               READ ARQ-TAXAS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TX-DIA-VENCIMENTO TO DIA-VENCIMENTO
               END-READ
               CLOSE ARQ-TAXAS
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

       PEDIR-MATRICULA.
           MOVE ZEROS TO MATRICULA
           MOVE ZEROS TO DV-OK
           PERFORM UNTIL MATRICULA > 0 AND DV-OK = 1
               DISPLAY 'DIGITE A MATRICULA DO ALUNO:'
               ACCEPT MATRICULA
               CALL 'MATRDV' USING MATRICULA DV-OK
               IF DV-OK NOT = 1
                   DISPLAY 'MATRICULA COM DIGITO VERIFICADOR '
                       'INVALIDO - CONFIRA A DIGITACAO.'
               END-IF
           END-PERFORM.

       PEDIR-ACORDO.
           MOVE 'N' TO ACORDO-OK
           DISPLAY 'DIGITE O NUMERO DO ACORDO:'
           ACCEPT NUMERO-ACORDO
           MOVE NUMERO-ACORDO TO AC-NUMERO
           READ ARQ-ACORDOS
               INVALID KEY
                   DISPLAY 'ACORDO NAO CADASTRADO: ' NUMERO-ACORDO
               NOT INVALID KEY
                   MOVE 'S' TO ACORDO-OK
           END-READ.

       NOVO-ACORDO.
           PERFORM PEDIR-MATRICULA
           MOVE 'N' TO ALUNO-OK
           MOVE MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' AL-NOME
                   MOVE 'S' TO ALUNO-OK
           END-READ
           IF ALUNO-OK = 'S'
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
               PERFORM ESCOLHER-COBRANCAS
               IF QTD-SELECAO = 0
                   DISPLAY 'NENHUMA COBRANCA ESCOLHIDA - ACORDO NAO '
                       'GRAVADO.'
               ELSE
                   PERFORM DEFINIR-PARCELAS
                   DISPLAY 'CONFIRMA O ACORDO DE ' VALOR-TOTAL
                       ' EM ' QTD-PARCELAS ' PARCELA(S)? (S/N)'
                   ACCEPT RESPOSTA
                   IF RESPOSTA = 'S' OR RESPOSTA = 's'
                       PERFORM GRAVAR-ACORDO
                   ELSE
                       DISPLAY 'ACORDO CANCELADO - NADA FOI GRAVADO.'
                   END-IF
               END-IF
           END-IF.

       ESCOLHER-COBRANCAS.
      *    SO ENTRA COBRANCA EM ABERTO, COM SALDO E JA VENCIDA; A
      *    COMPETENCIA QUE AINDA NAO VENCEU E PAGA NORMALMENTE.
           MOVE ZEROS TO QTD-SELECAO
           MOVE ZEROS TO VALOR-TOTAL
           MOVE 'N' TO FIM-LISTA
           MOVE MATRICULA TO MN-MATRICULA
           MOVE ZEROS TO MN-ANO
           MOVE ZEROS TO MN-MES
           START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-MENSAL NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF MN-MATRICULA NOT = MATRICULA
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           PERFORM OFERECER-COBRANCA
                       END-IF
               END-READ
           END-PERFORM.

       OFERECER-COBRANCA.
           COMPUTE DATA-VENCIMENTO = MN-ANO * 10000 + MN-MES * 100
               + DIA-VENCIMENTO
           IF MN-SITUACAO = 'A' AND MN-VALOR > MN-VALOR-PAGO
              AND DATA-VENCIMENTO < DATA-HOJE
               COMPUTE SALDO = MN-VALOR - MN-VALOR-PAGO
               IF QTD-SELECAO NOT < 12
                   DISPLAY 'COBRANCA ' MN-ANO '-' MN-MES ' SALDO '
                       SALDO ' FICA DE FORA - ACORDO JA TEM 12 '
                       'COBRANCAS.'
               ELSE
                   DISPLAY 'COBRANCA ' MN-ANO '-' MN-MES
                       ' VENCIDA EM ' DATA-VENCIMENTO ' SALDO ' SALDO
                   DISPLAY 'INCLUIR NO ACORDO? (S/N)'
                   ACCEPT RESPOSTA
                   IF RESPOSTA = 'S' OR RESPOSTA = 's'
                       ADD 1 TO QTD-SELECAO
                       MOVE MN-ANO TO SE-ANO(QTD-SELECAO)
                       MOVE MN-MES TO SE-MES(QTD-SELECAO)
                       MOVE SALDO  TO SE-SALDO(QTD-SELECAO)
                       ADD SALDO TO VALOR-TOTAL
                   END-IF
               END-IF
           END-IF.

       DEFINIR-PARCELAS.
      *    A PARCELA E O TOTAL DIVIDIDO SEM ARREDONDAR; OS CENTAVOS
      *    QUE SOBRAM VAO PARA A ULTIMA. CADA PARCELA TEM DE CABER NO
      *    CAIXA (ATE 9999.99), E AS SEGUINTES VENCEM NO MESMO DIA
      *    DOS MESES SEGUINTES - POR ISSO O DIA VAI SO ATE 28.
           DISPLAY 'TOTAL DAS COBRANCAS ESCOLHIDAS: ' VALOR-TOTAL
           MOVE ZEROS TO QTD-PARCELAS
           PERFORM UNTIL QTD-PARCELAS >= 1 AND QTD-PARCELAS <= 24
               DISPLAY 'NUMERO DE PARCELAS (1 A 24):'
               ACCEPT QTD-PARCELAS
               IF QTD-PARCELAS >= 1 AND QTD-PARCELAS <= 24
                   COMPUTE VALOR-PARCELA = VALOR-TOTAL / QTD-PARCELAS
                   COMPUTE VALOR-ULTIMA = VALOR-TOTAL
                       - VALOR-PARCELA * (QTD-PARCELAS - 1)
                   IF VALOR-ULTIMA > 9999.99
                       DISPLAY 'PARCELA DE ' VALOR-ULTIMA ' PASSA DO '
                           'LIMITE DO CAIXA - AUMENTE O NUMERO DE '
                           'PARCELAS.'
                       MOVE ZEROS TO QTD-PARCELAS
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZEROS TO PRIMEIRO-VENC
           MOVE ZEROS TO MES-VENC
           MOVE ZEROS TO DIA-VENC
           PERFORM UNTIL PRIMEIRO-VENC NOT < DATA-HOJE
                   AND MES-VENC >= 1 AND MES-VENC <= 12
                   AND DIA-VENC >= 1 AND DIA-VENC <= 28
               DISPLAY 'VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD, '
                   'DIA ATE 28):'
               ACCEPT PRIMEIRO-VENC
               DIVIDE PRIMEIRO-VENC BY 100 GIVING ANOMES-VENC
                   REMAINDER DIA-VENC
               DIVIDE ANOMES-VENC BY 100 GIVING ANO-VENC
                   REMAINDER MES-VENC
               IF PRIMEIRO-VENC < DATA-HOJE
                   DISPLAY 'O VENCIMENTO NAO PODE SER ANTERIOR A HOJE.'
               END-IF
           END-PERFORM
           DISPLAY QTD-PARCELAS ' PARCELA(S) DE ' VALOR-PARCELA
           IF VALOR-ULTIMA NOT = VALOR-PARCELA
               DISPLAY 'ULTIMA PARCELA DE ' VALOR-ULTIMA
           END-IF.

       GRAVAR-ACORDO.
      *    AS COBRANCAS SO FICAM RENEGOCIADAS COM O ACORDO E TODAS AS
      *    PARCELAS GRAVADOS: QUALQUER ERRO DESFAZ AS PARCELAS JA
      *    GRAVADAS E DEIXA AS COBRANCAS EM ABERTO, COMO ESTAVAM.
           MOVE 'N' TO ERRO-ACORDO
           MOVE ZEROS TO PARCELAS-GRAVADAS
           PERFORM OBTER-PROXIMO-NUMERO
           MOVE 1 TO IDX-PARC
           PERFORM UNTIL IDX-PARC > QTD-PARCELAS OR ERRO-ACORDO = 'S'
               MOVE NUMERO-ACORDO TO PA-ACORDO
               MOVE IDX-PARC      TO PA-NUMERO
               MOVE MATRICULA     TO PA-MATRICULA
               COMPUTE PA-VENCIMENTO = ANO-VENC * 10000
                   + MES-VENC * 100 + DIA-VENC
               IF IDX-PARC = QTD-PARCELAS
                   MOVE VALOR-ULTIMA TO PA-VALOR
               ELSE
                   MOVE VALOR-PARCELA TO PA-VALOR
               END-IF
               MOVE 'A'   TO PA-SITUACAO
               MOVE ZEROS TO PA-DATA-PGTO
               MOVE ZEROS TO PA-VALOR-PAGO
               WRITE REG-PARCELA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A PARCELA ' IDX-PARC
                           ': ' FS-PARCELAS
                       MOVE 'S' TO ERRO-ACORDO
                   NOT INVALID KEY
                       ADD 1 TO PARCELAS-GRAVADAS
               END-WRITE
               ADD 1 TO MES-VENC
               IF MES-VENC > 12
                   MOVE 1 TO MES-VENC
                   ADD 1 TO ANO-VENC
               END-IF
               ADD 1 TO IDX-PARC
           END-PERFORM

           IF ERRO-ACORDO = 'N'
               PERFORM GRAVAR-REGISTRO-ACORDO
           END-IF
           IF ERRO-ACORDO = 'S'
               PERFORM DESFAZER-PARCELAS
               DISPLAY 'O ACORDO NAO FOI GRAVADO - AS COBRANCAS '
                   'CONTINUAM EM ABERTO NO MENSAL26.'
           ELSE
               PERFORM EFETIVAR-ACORDO
           END-IF.

       GRAVAR-REGISTRO-ACORDO.
           MOVE NUMERO-ACORDO  TO AC-NUMERO
           MOVE MATRICULA      TO AC-MATRICULA
           MOVE DATA-HOJE      TO AC-DATA
           MOVE OPERADOR-ATUAL TO AC-OPERADOR
           MOVE VALOR-TOTAL    TO AC-VALOR-TOTAL
           MOVE QTD-PARCELAS   TO AC-QTD-PARCELAS
           MOVE ZEROS          TO AC-VALOR-PAGO
           MOVE 'A'            TO AC-SITUACAO
           MOVE DATA-HOJE      TO AC-DATA-SITUACAO
           MOVE OPERADOR-ATUAL TO AC-OPERADOR-SIT
           MOVE SPACES         TO AC-MOTIVO
           MOVE QTD-SELECAO    TO AC-QTD-COBRANCAS
           MOVE 1 TO IDX-COB
           PERFORM UNTIL IDX-COB > 12
               IF IDX-COB > QTD-SELECAO
                   MOVE ZEROS TO AC-COB-ANO(IDX-COB)
                   MOVE ZEROS TO AC-COB-MES(IDX-COB)
                   MOVE ZEROS TO AC-COB-SALDO(IDX-COB)
               ELSE
                   MOVE SE-ANO(IDX-COB)   TO AC-COB-ANO(IDX-COB)
                   MOVE SE-MES(IDX-COB)   TO AC-COB-MES(IDX-COB)
                   MOVE SE-SALDO(IDX-COB) TO AC-COB-SALDO(IDX-COB)
               END-IF
               ADD 1 TO IDX-COB
           END-PERFORM
           WRITE REG-ACORDO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ACORDO: ' FS-ACORDOS
                   MOVE 'S' TO ERRO-ACORDO
           END-WRITE.

       DESFAZER-PARCELAS.
           MOVE 1 TO IDX-PARC
           PERFORM UNTIL IDX-PARC > PARCELAS-GRAVADAS
               MOVE NUMERO-ACORDO TO PA-ACORDO
               MOVE IDX-PARC      TO PA-NUMERO
               DELETE ARQ-PARCELAS
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR A PARCELA ' IDX-PARC
                           ' DO ACORDO ' NUMERO-ACORDO ': '
                           FS-PARCELAS ' - EXCLUA EM PARCAC61.DAT.'
               END-DELETE
               ADD 1 TO IDX-PARC
           END-PERFORM.

       EFETIVAR-ACORDO.
      *    AS COBRANCAS ORIGINAIS FICAM RENEGOCIADAS, COM O QUE JA
      *    TINHA SIDO PAGO NELAS INTACTO.
           MOVE 1 TO IDX-COB
           PERFORM UNTIL IDX-COB > QTD-SELECAO
               MOVE MATRICULA       TO MN-MATRICULA
               MOVE SE-ANO(IDX-COB) TO MN-ANO
               MOVE SE-MES(IDX-COB) TO MN-MES
               READ ARQ-MENSAL
                   INVALID KEY
                       DISPLAY 'COBRANCA ' MN-ANO '-' MN-MES
                           ' SUMIU DE MENSAL26.DAT'
                   NOT INVALID KEY
                       MOVE 'R' TO MN-SITUACAO
                       REWRITE REG-MENSAL
                           INVALID KEY
                               DISPLAY 'ERRO AO MARCAR A COBRANCA: '
                                   FS-MENSAL
                       END-REWRITE
               END-READ
               ADD 1 TO IDX-COB
           END-PERFORM

           PERFORM IMPRIMIR-TERMO

           MOVE 'ACORDO NOVO' TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           STRING 'ACORDO=' NUMERO-ACORDO ' MATRICULA=' MATRICULA
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'COBRANCAS=' QTD-SELECAO ' TOTAL=' VALOR-TOTAL
               ' PARCELAS=' QTD-PARCELAS
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA
           DISPLAY 'ACORDO ' NUMERO-ACORDO ' GRAVADO - TERMO PARA '
               'ASSINATURA EM ACORDO61.PRT.'.

       OBTER-PROXIMO-NUMERO.
      *    O PROXIMO NUMERO E O MAIOR JA USADO MAIS UM, ACHADO LENDO
      *    O ARQUIVO, QUE E PEQUENO (ACORDO NAO E COISA DE TODO DIA).
           MOVE ZEROS TO NUMERO-ACORDO
           MOVE 'N' TO FIM-LISTA
           MOVE ZEROS TO AC-NUMERO
           START ARQ-ACORDOS KEY IS NOT LESS THAN AC-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-ACORDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       MOVE AC-NUMERO TO NUMERO-ACORDO
               END-READ
           END-PERFORM
           ADD 1 TO NUMERO-ACORDO.

       IMPRIMIR-TERMO.
      *    TERMO DO ACORDO PARA A FAMILIA ASSINAR, ACRESCENTADO AO
      *    ARQUIVO DE IMPRESSAO COMO O RECIBO DO EX27.
           OPEN EXTEND ARQ-TERMO
           IF FS-TERMO = "05" OR FS-TERMO = "35"
               CLOSE ARQ-TERMO
               OPEN OUTPUT ARQ-TERMO
           END-IF
           MOVE ALL '-' TO LINHA-TERMO
           WRITE LINHA-TERMO
           MOVE SPACES TO LINHA-TERMO
           STRING 'TERMO DE ACORDO DE PARCELAMENTO NO ' NUMERO-ACORDO
               '     DATA: ' DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-TERMO
           WRITE LINHA-TERMO
           MOVE SPACES TO LINHA-TERMO
           STRING 'ALUNO: ' MATRICULA ' - ' AL-NOME
               DELIMITED BY SIZE INTO LINHA-TERMO
           WRITE LINHA-TERMO
           MOVE 'MENSALIDADES RENEGOCIADAS:' TO LINHA-TERMO
           WRITE LINHA-TERMO
           MOVE 1 TO IDX-COB
           PERFORM UNTIL IDX-COB > QTD-SELECAO
               MOVE SPACES TO LINHA-TERMO
               STRING '  COMPETENCIA ' SE-ANO(IDX-COB) '-'
                   SE-MES(IDX-COB) '  SALDO ' SE-SALDO(IDX-COB)
                   DELIMITED BY SIZE INTO LINHA-TERMO
               WRITE LINHA-TERMO
               ADD 1 TO IDX-COB
           END-PERFORM
           MOVE SPACES TO LINHA-TERMO
           STRING 'TOTAL RENEGOCIADO: ' VALOR-TOTAL ' EM '
               QTD-PARCELAS ' PARCELA(S):'
               DELIMITED BY SIZE INTO LINHA-TERMO
           WRITE LINHA-TERMO
           PERFORM LISTAR-PARCELAS-TERMO
           MOVE SPACES TO LINHA-TERMO
           WRITE LINHA-TERMO
           MOVE 'PARCELA PAGA DEPOIS DO VENCIMENTO TEM MULTA E JUROS.'
               TO LINHA-TERMO
           WRITE LINHA-TERMO
           MOVE 'SE O ACORDO FOR ROMPIDO, AS MENSALIDADES ACIMA VOLTAM'
               TO LINHA-TERMO
           WRITE LINHA-TERMO
           MOVE 'A SER DEVIDAS, DESCONTADO O QUE JA FOI PAGO.'
               TO LINHA-TERMO
           WRITE LINHA-TERMO
           MOVE SPACES TO LINHA-TERMO
           WRITE LINHA-TERMO
           MOVE 'RESPONSAVEL: ____________________  ESCOLA: __________'
               TO LINHA-TERMO
           WRITE LINHA-TERMO
           CLOSE ARQ-TERMO.

       LISTAR-PARCELAS-TERMO.
           MOVE 'N' TO FIM-LISTA
           MOVE NUMERO-ACORDO TO PA-ACORDO
           MOVE ZEROS TO PA-NUMERO
           START ARQ-PARCELAS KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF PA-ACORDO NOT = NUMERO-ACORDO
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           PERFORM MONTAR-LINHA-PARCELA
                           MOVE LINHA-PARC TO LINHA-TERMO
                           WRITE LINHA-TERMO
                       END-IF
               END-READ
           END-PERFORM.

       MONTAR-LINHA-PARCELA.
           MOVE PA-NUMERO     TO LP-NUMERO
           MOVE PA-VENCIMENTO TO LP-VENCIMENTO
           MOVE PA-VALOR      TO LP-VALOR
           IF PA-SITUACAO = 'P'
               MOVE SPACES TO LP-SITUACAO
               STRING 'PAGA EM ' PA-DATA-PGTO
                   DELIMITED BY SIZE INTO LP-SITUACAO
           ELSE
               IF PA-SITUACAO = 'C'
                   MOVE 'CANCELADA' TO LP-SITUACAO
               ELSE
                   MOVE 'EM ABERTO' TO LP-SITUACAO
               END-IF
           END-IF.

       LISTAR-ACORDOS-ALUNO.
      *    O ARQUIVO E POR NUMERO DE ACORDO; OS DO ALUNO SAO ACHADOS
      *    NA VARREDURA, COMO NA LISTA DE BOLSAS DO EX54.
           MOVE ZEROS TO QTD-LISTADOS
           MOVE 'N' TO FIM-LISTA
           MOVE ZEROS TO AC-NUMERO
           START ARQ-ACORDOS KEY IS NOT LESS THAN AC-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-ACORDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF AC-MATRICULA = MATRICULA
                           ADD 1 TO QTD-LISTADOS
                           DISPLAY 'ACORDO ' AC-NUMERO ' DE ' AC-DATA
                               ' TOTAL ' AC-VALOR-TOTAL ' EM '
                               AC-QTD-PARCELAS ' PARCELA(S) - PAGO '
                               AC-VALOR-PAGO ' - SITUACAO '
                               AC-SITUACAO
                       END-IF
               END-READ
           END-PERFORM
           IF QTD-LISTADOS = 0
               DISPLAY 'NENHUM ACORDO PARA A MATRICULA ' MATRICULA
           END-IF.

       MOSTRAR-ACORDO.
           DISPLAY 'ACORDO ' AC-NUMERO ' MATRICULA ' AC-MATRICULA
               ' FECHADO EM ' AC-DATA ' PELO OPERADOR ' AC-OPERADOR
           DISPLAY 'TOTAL ' AC-VALOR-TOTAL ' EM ' AC-QTD-PARCELAS
               ' PARCELA(S) - PRINCIPAL JA PAGO ' AC-VALOR-PAGO
           IF AC-SITUACAO = 'A'
               DISPLAY 'SITUACAO: ATIVO'
           ELSE
               IF AC-SITUACAO = 'Q'
                   DISPLAY 'SITUACAO: QUITADO EM ' AC-DATA-SITUACAO
               ELSE
                   DISPLAY 'SITUACAO: ROMPIDO EM ' AC-DATA-SITUACAO
                       ' PELO OPERADOR ' AC-OPERADOR-SIT ' - '
                       AC-MOTIVO
               END-IF
           END-IF
           MOVE 1 TO IDX-COB
           PERFORM UNTIL IDX-COB > AC-QTD-COBRANCAS
               DISPLAY '  COBRANCA ' AC-COB-ANO(IDX-COB) '-'
                   AC-COB-MES(IDX-COB) ' SALDO NO ACORDO '
                   AC-COB-SALDO(IDX-COB)
               ADD 1 TO IDX-COB
           END-PERFORM
           MOVE AC-NUMERO TO NUMERO-ACORDO
           MOVE 'N' TO FIM-LISTA
           MOVE NUMERO-ACORDO TO PA-ACORDO
           MOVE ZEROS TO PA-NUMERO
           START ARQ-PARCELAS KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF PA-ACORDO NOT = NUMERO-ACORDO
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           PERFORM MONTAR-LINHA-PARCELA
                           DISPLAY '  ' LINHA-PARC
                       END-IF
               END-READ
           END-PERFORM.

       ROMPER-ACORDO.
           PERFORM PEDIR-ACORDO
           IF ACORDO-OK = 'S'
               PERFORM MOSTRAR-ACORDO
               IF AC-SITUACAO NOT = 'A'
                   DISPLAY 'SO ACORDO ATIVO PODE SER ROMPIDO.'
               ELSE
                   MOVE SPACES TO MOTIVO-ROMPIMENTO
                   PERFORM UNTIL MOTIVO-ROMPIMENTO NOT = SPACES
                       DISPLAY 'MOTIVO DO ROMPIMENTO:'
                       ACCEPT MOTIVO-ROMPIMENTO
                   END-PERFORM
                   DISPLAY 'CONFIRMA O ROMPIMENTO? AS COBRANCAS '
                       'ORIGINAIS VOLTAM A FICAR EM ABERTO. (S/N)'
                   ACCEPT RESPOSTA
                   IF RESPOSTA = 'S' OR RESPOSTA = 's'
                       PERFORM EFETIVAR-ROMPIMENTO
                   ELSE
                       DISPLAY 'ROMPIMENTO CANCELADO.'
                   END-IF
               END-IF
           END-IF.

       EFETIVAR-ROMPIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           MOVE AC-MATRICULA TO MATRICULA
      *    PARCELAS EM ABERTO SAO CANCELADAS; AS PAGAS FICAM COMO
      *    ESTAO, PARA A HISTORIA DO ACORDO.
           MOVE ZEROS TO PARCELAS-CANCELADAS
           MOVE 'N' TO FIM-LISTA
           MOVE NUMERO-ACORDO TO PA-ACORDO
           MOVE ZEROS TO PA-NUMERO
           START ARQ-PARCELAS KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF PA-ACORDO NOT = NUMERO-ACORDO
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           IF PA-SITUACAO = 'A'
                               MOVE 'C' TO PA-SITUACAO
                               REWRITE REG-PARCELA
                                   INVALID KEY
                                       DISPLAY 'ERRO AO CANCELAR A '
                                           'PARCELA: ' FS-PARCELAS
                               END-REWRITE
                               ADD 1 TO PARCELAS-CANCELADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *    O PRINCIPAL JA PAGO NAS PARCELAS ABATE AS COBRANCAS
      *    ORIGINAIS DA MAIS ANTIGA PARA A MAIS NOVA.
           MOVE AC-VALOR-PAGO TO CREDITO
           MOVE 1 TO IDX-COB
           PERFORM UNTIL IDX-COB > AC-QTD-COBRANCAS
               PERFORM REABRIR-COBRANCA
               ADD 1 TO IDX-COB
           END-PERFORM

           MOVE 'R'               TO AC-SITUACAO
           MOVE DATA-HOJE         TO AC-DATA-SITUACAO
           MOVE OPERADOR-ATUAL    TO AC-OPERADOR-SIT
           MOVE MOTIVO-ROMPIMENTO TO AC-MOTIVO
      *    AS PARCELAS E AS COBRANCAS JA FORAM MEXIDAS: SE O ACORDO
      *    NAO PUDER SER GRAVADO, ELE CONTINUA ATIVO NO ACORDO61 SEM
      *    BATER COM O MENSAL26, E ISSO PRECISA SER AVISADO.
           REWRITE REG-ACORDO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ACORDO: ' FS-ACORDOS
                   DISPLAY 'ATENCAO: PARCELAS E COBRANCAS DO MENSAL26 '
                       'JA FORAM ACERTADAS, MAS O ACORDO '
                       NUMERO-ACORDO ' NAO FICOU ROMPIDO - '
                       'ACORDO E MENSAL26 ESTAO INCONSISTENTES E '
                       'PRECISAM SER CORRIGIDOS.'
               NOT INVALID KEY
                   PERFORM AUDITAR-ROMPIMENTO
           END-REWRITE.

       AUDITAR-ROMPIMENTO.
           MOVE 'ACORDO ROMPIDO' TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           STRING 'ACORDO=' NUMERO-ACORDO ' MATRICULA=' MATRICULA
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'APROVEITADO=' AC-VALOR-PAGO ' CANCELADAS='
               PARCELAS-CANCELADAS
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA
           DISPLAY 'ACORDO ' NUMERO-ACORDO ' ROMPIDO: '
               PARCELAS-CANCELADAS ' PARCELA(S) CANCELADA(S), '
               AC-VALOR-PAGO ' ABATIDO DAS COBRANCAS ORIGINAIS.'.

       REABRIR-COBRANCA.
           MOVE MATRICULA           TO MN-MATRICULA
           MOVE AC-COB-ANO(IDX-COB) TO MN-ANO
           MOVE AC-COB-MES(IDX-COB) TO MN-MES
           READ ARQ-MENSAL
               INVALID KEY
                   DISPLAY 'COBRANCA ' MN-ANO '-' MN-MES
                       ' NAO ENCONTRADA EM MENSAL26.DAT'
               NOT INVALID KEY
                   COMPUTE SALDO = MN-VALOR - MN-VALOR-PAGO
                   IF CREDITO > SALDO
                       MOVE SALDO TO APLICADO
                   ELSE
                       MOVE CREDITO TO APLICADO
                   END-IF
                   ADD APLICADO TO MN-VALOR-PAGO
                   SUBTRACT APLICADO FROM CREDITO
                   IF MN-VALOR-PAGO NOT < MN-VALOR
                       MOVE 'P' TO MN-SITUACAO
                   ELSE
                       MOVE 'A' TO MN-SITUACAO
                   END-IF
                   REWRITE REG-MENSAL
                       INVALID KEY
                           DISPLAY 'ERRO AO REABRIR A COBRANCA: '
                               FS-MENSAL
                   END-REWRITE
           END-READ.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM GRAVOU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX61' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           MOVE OPERADOR-ATUAL TO AUD-OPERADOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM EX61.
