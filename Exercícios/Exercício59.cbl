       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX59.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-PARCELAS ASSIGN TO "PARCAC61.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS FS-PARCELAS.

           SELECT ARQ-TAXAS ASSIGN TO "TAXAS55.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXAS.

           SELECT ARQ-RELATORIO ASSIGN TO "AGING59.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-PARCELAS.
           COPY PARCAC.

       FD  ARQ-TAXAS.
           COPY TAXAS.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-TAXAS        PIC X(02) VALUE SPACES.
       77 FS-PARCELAS     PIC X(02) VALUE SPACES.
       77 FIM-PARCELAS    PIC X(01) VALUE 'N'.
       77 MATRICULA-COBRANCA PIC 9(06) VALUE ZEROS.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 DATA-BASE       PIC 9(08) VALUE ZEROS.
       77 DATA-EMISSAO    PIC 9(08) VALUE ZEROS.
       77 DIA-VENCIMENTO  PIC 9(02) VALUE 10.
       77 DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 DIAS-ATRASO     PIC 9(05) VALUE ZEROS.
       77 SALDO           PIC 9(04)V99 VALUE ZEROS.
       77 FAIXA           PIC 9(01) VALUE ZEROS.
       77 FIM-MENSAL      PIC X(01) VALUE 'N'.
       77 TURMA-ALUNO     PIC X(06) VALUE SPACES.
       77 CURSO-ALUNO     PIC X(20) VALUE SPACES.
       77 IDX-GRUPO       PIC 9(03) VALUE ZEROS.
       77 IDX-ACHADO      PIC 9(03) VALUE ZEROS.
       77 IDX-FAIXA       PIC 9(01) VALUE ZEROS.
       77 QTD-COBRANCAS   PIC 9(06) VALUE ZEROS.
       77 TOTAL-LINHA     PIC 9(08)V99 VALUE ZEROS.
       77 GRUPOS-PERDIDOS PIC 9(04) VALUE ZEROS.
      *    NOMES DAS FAIXAS, NA ORDEM DAS COLUNAS DO RELATORIO: A
      *    COBRANCA AINDA NAO VENCIDA NA DATA-BASE FICA NA PRIMEIRA.
       01 NOMES-FAIXAS.
           02 FILLER         PIC X(10) VALUE '  A VENCER'.
           02 FILLER         PIC X(10) VALUE '   0 A 30'.
           02 FILLER         PIC X(10) VALUE '  31 A 60'.
           02 FILLER         PIC X(10) VALUE '  61 A 90'.
           02 FILLER         PIC X(10) VALUE '  ACIMA 90'.
       01 TAB-NOMES-FAIXAS REDEFINES NOMES-FAIXAS.
           02 NOME-FAIXA     PIC X(10) OCCURS 5 TIMES.
      *    TOTAIS POR TURMA E POR CURSO EM TABELAS DE 100, COMO NO
      *    CENSO DO EX46; O QUE PASSAR DISSO SAI NO AVISO FINAL.
       01 TABELA-TURMAS.
           02 QTD-TURMAS     PIC 9(03) VALUE ZEROS.
           02 ITEM-TURMA OCCURS 100 TIMES.
               03 AT-TURMA       PIC X(06).
               03 AT-VALOR       PIC 9(07)V99 OCCURS 5 TIMES.
       01 TABELA-CURSOS.
           02 QTD-CURSOS     PIC 9(03) VALUE ZEROS.
           02 ITEM-CURSO OCCURS 100 TIMES.
               03 AC-CURSO       PIC X(20).
               03 AC-VALOR       PIC 9(07)V99 OCCURS 5 TIMES.
       01 TOTAIS-GERAIS.
           02 TG-VALOR       PIC 9(07)V99 OCCURS 5 TIMES.
       01 LINHA-DET.
           02 LIN-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-NOME       PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-TURMA      PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
      *    MES/ANO DA MENSALIDADE OU 'PARC NN' NA PARCELA DE ACORDO.
           02 LIN-COMPET.
               03 LIN-MES    PIC 9(02).
               03 LIN-BARRA  PIC X(01).
               03 LIN-ANO    PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-VENCIMENTO PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-DIAS       PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIN-SALDO      PIC ZZZ9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LIN-FAIXA      PIC X(11).
       01 LINHA-TOT.
           02 LTT-GRUPO      PIC X(20).
           02 LTT-VALOR      PIC ZZZZZZ9.99 OCCURS 5 TIMES.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LTT-TOTAL      PIC ZZZZZZZ9.99.
       PROCEDURE DIVISION.
      *    ENVELHECIMENTO DO CONTAS A RECEBER DAS MENSALIDADES: CADA
      *    COBRANCA EM ABERTO DE MENSAL26.DAT, PELO SALDO QUE AINDA
      *    FALTA (A BAIXA PARCIAL DO EX27 JA ABATIDA), E CLASSIFICADA
      *    PELOS DIAS DE ATRASO NA DATA-BASE - 0 A 30, 31 A 60, 61 A
      *    90 E MAIS DE 90, CONTADOS DO VENCIMENTO DO EX55 - COM
      *    TOTAIS POR TURMA, POR CURSO E GERAL PARA O CONTADOR. O
      *    EX28 CONTINUA SENDO A LISTA DE DEVEDORES DA COMPETENCIA;
      *    AQUI E O LADO DO DINHEIRO, TODAS AS COMPETENCIAS JUNTAS.
      *    A COBRANCA RENEGOCIADA NUM ACORDO DO EX61 SAI DAQUI E O QUE
      *    ENTRA NO LUGAR SAO AS PARCELAS EM ABERTO DO ACORDO, CADA UMA
      *    PELO SEU PROPRIO VENCIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-EMISSAO
           DISPLAY 'DATA-BASE DO ENVELHECIMENTO (AAAAMMDD, ZERO PARA '
               'HOJE):'
           ACCEPT DATA-BASE
           IF DATA-BASE = ZEROS
               MOVE DATA-EMISSAO TO DATA-BASE
           END-IF
           PERFORM UNTIL DATA-BASE >= 19000101
                   AND DATA-BASE <= 29991231
               DISPLAY 'DATA INVALIDA. DATA-BASE (AAAAMMDD):'
               ACCEPT DATA-BASE
           END-PERFORM

           OPEN INPUT ARQ-MENSAL
           IF FS-MENSAL NOT = "00"
               DISPLAY 'MENSAL26.DAT NAO ENCONTRADO - RODE O EX26 '
                   'ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               CLOSE ARQ-MENSAL
               STOP RUN
           END-IF
           PERFORM LER-TAXAS
           MOVE ZEROS TO TOTAIS-GERAIS

           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'ENVELHECIMENTO DO CONTAS A RECEBER - DATA-BASE '
               DATA-BASE ' - EMITIDO EM ' DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'MATRIC  NOME                            TURMA   COMPET'
               TO LINHA-RELATORIO
           MOVE '  VENCIMENTO DIAS    SALDO FAIXA'
               TO LINHA-RELATORIO(56:32)
           WRITE LINHA-RELATORIO

           PERFORM CLASSIFICAR-COBRANCAS
           OPEN INPUT ARQ-PARCELAS
           IF FS-PARCELAS = "00"
               PERFORM CLASSIFICAR-PARCELAS
               CLOSE ARQ-PARCELAS
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'TOTAIS POR TURMA' TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIMIR-CABECALHO-TOTAIS
           MOVE 1 TO IDX-GRUPO
           PERFORM UNTIL IDX-GRUPO > QTD-TURMAS
               MOVE SPACES TO LTT-GRUPO
               IF AT-TURMA(IDX-GRUPO) = SPACES
                   MOVE '(SEM TURMA)' TO LTT-GRUPO
               ELSE
                   MOVE AT-TURMA(IDX-GRUPO) TO LTT-GRUPO
               END-IF
               MOVE ZEROS TO TOTAL-LINHA
               MOVE 1 TO IDX-FAIXA
               PERFORM UNTIL IDX-FAIXA > 5
                   MOVE AT-VALOR(IDX-GRUPO IDX-FAIXA)
                       TO LTT-VALOR(IDX-FAIXA)
                   ADD AT-VALOR(IDX-GRUPO IDX-FAIXA) TO TOTAL-LINHA
                   ADD 1 TO IDX-FAIXA
               END-PERFORM
               PERFORM IMPRIMIR-LINHA-TOTAL
               ADD 1 TO IDX-GRUPO
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'TOTAIS POR CURSO' TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIMIR-CABECALHO-TOTAIS
           MOVE 1 TO IDX-GRUPO
           PERFORM UNTIL IDX-GRUPO > QTD-CURSOS
               IF AC-CURSO(IDX-GRUPO) = SPACES
                   MOVE '(SEM CURSO)' TO LTT-GRUPO
               ELSE
                   MOVE AC-CURSO(IDX-GRUPO) TO LTT-GRUPO
               END-IF
               MOVE ZEROS TO TOTAL-LINHA
               MOVE 1 TO IDX-FAIXA
               PERFORM UNTIL IDX-FAIXA > 5
                   MOVE AC-VALOR(IDX-GRUPO IDX-FAIXA)
                       TO LTT-VALOR(IDX-FAIXA)
                   ADD AC-VALOR(IDX-GRUPO IDX-FAIXA) TO TOTAL-LINHA
                   ADD 1 TO IDX-FAIXA
               END-PERFORM
               PERFORM IMPRIMIR-LINHA-TOTAL
               ADD 1 TO IDX-GRUPO
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'TOTAL GERAL' TO LTT-GRUPO
           MOVE ZEROS TO TOTAL-LINHA
           MOVE 1 TO IDX-FAIXA
           PERFORM UNTIL IDX-FAIXA > 5
               MOVE TG-VALOR(IDX-FAIXA) TO LTT-VALOR(IDX-FAIXA)
               ADD TG-VALOR(IDX-FAIXA) TO TOTAL-LINHA
               ADD 1 TO IDX-FAIXA
           END-PERFORM
           PERFORM IMPRIMIR-LINHA-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'COBRANCAS EM ABERTO: ' QTD-COBRANCAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF GRUPOS-PERDIDOS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'AVISO: ' GRUPOS-PERDIDOS ' COBRANCAS ALEM DA '
                   'CAPACIDADE DAS TABELAS FICARAM FORA DOS TOTAIS '
                   'POR TURMA/CURSO'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE '*** FIM DO RELATORIO ***' TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQ-RELATORIO

           CLOSE ARQ-MENSAL
           CLOSE ARQ-ALUNOS
           DISPLAY 'ENVELHECIMENTO EM ' DATA-BASE ': ' QTD-COBRANCAS
               ' COBRANCA(S) EM ABERTO, TOTAL ' TOTAL-LINHA
               ' - RELATORIO EM AGING59.PRT.'
           STOP RUN.

       LER-TAXAS.
      *    O MESMO DIA DE VENCIMENTO QUE O CAIXA DO EX27 USA; SEM O
      *    CADASTRO DO EX55, DIA 10.
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

       CLASSIFICAR-COBRANCAS.
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
                       IF MN-SITUACAO = 'A'
                          AND MN-VALOR > MN-VALOR-PAGO
                           PERFORM CLASSIFICAR-COBRANCA
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFICAR-COBRANCA.
           COMPUTE SALDO = MN-VALOR - MN-VALOR-PAGO
           COMPUTE DATA-VENCIMENTO = MN-ANO * 10000 + MN-MES * 100
               + DIA-VENCIMENTO
           MOVE MN-MATRICULA TO MATRICULA-COBRANCA
           MOVE MN-MES       TO LIN-MES
           MOVE '/'          TO LIN-BARRA
           MOVE MN-ANO       TO LIN-ANO
           PERFORM CLASSIFICAR-SALDO.

       CLASSIFICAR-PARCELAS.
           MOVE LOW-VALUES TO PA-CHAVE
           START ARQ-PARCELAS KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PARCELAS
           END-START
           PERFORM UNTIL FIM-PARCELAS = 'S'
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PARCELAS
                   NOT AT END
                       IF PA-SITUACAO = 'A'
                           PERFORM CLASSIFICAR-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFICAR-PARCELA.
           MOVE PA-VALOR      TO SALDO
           MOVE PA-VENCIMENTO TO DATA-VENCIMENTO
           MOVE PA-MATRICULA  TO MATRICULA-COBRANCA
           MOVE SPACES TO LIN-COMPET
           STRING 'PARC ' PA-NUMERO DELIMITED BY SIZE INTO LIN-COMPET
           PERFORM CLASSIFICAR-SALDO.

       CLASSIFICAR-SALDO.
           ADD 1 TO QTD-COBRANCAS
           MOVE ZEROS TO DIAS-ATRASO
           IF DATA-BASE < DATA-VENCIMENTO
               MOVE 1 TO FAIXA
           ELSE
               COMPUTE DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(DATA-BASE)
                   - FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO)
               IF DIAS-ATRASO <= 30
                   MOVE 2 TO FAIXA
               ELSE
                   IF DIAS-ATRASO <= 60
                       MOVE 3 TO FAIXA
                   ELSE
                       IF DIAS-ATRASO <= 90
                           MOVE 4 TO FAIXA
                       ELSE
                           MOVE 5 TO FAIXA
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE MATRICULA-COBRANCA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE '** FORA DO CADASTRO **' TO AL-NOME
                   MOVE SPACES TO AL-TURMA
                   MOVE SPACES TO AL-CURSO
           END-READ
           MOVE AL-TURMA TO TURMA-ALUNO
           MOVE AL-CURSO TO CURSO-ALUNO

           MOVE MATRICULA-COBRANCA TO LIN-MATRICULA
           MOVE AL-NOME         TO LIN-NOME
           MOVE AL-TURMA        TO LIN-TURMA
           MOVE DATA-VENCIMENTO TO LIN-VENCIMENTO
           MOVE DIAS-ATRASO     TO LIN-DIAS
           MOVE SALDO           TO LIN-SALDO
           MOVE NOME-FAIXA(FAIXA) TO LIN-FAIXA
           MOVE LINHA-DET TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           ADD SALDO TO TG-VALOR(FAIXA)
           PERFORM LOCALIZAR-TURMA
           IF IDX-ACHADO = 0
               ADD 1 TO GRUPOS-PERDIDOS
           ELSE
               ADD SALDO TO AT-VALOR(IDX-ACHADO FAIXA)
           END-IF
           PERFORM LOCALIZAR-CURSO
           IF IDX-ACHADO = 0
               ADD 1 TO GRUPOS-PERDIDOS
           ELSE
               ADD SALDO TO AC-VALOR(IDX-ACHADO FAIXA)
           END-IF.

       LOCALIZAR-TURMA.
           MOVE ZEROS TO IDX-ACHADO
           MOVE 1 TO IDX-GRUPO
           PERFORM UNTIL IDX-GRUPO > QTD-TURMAS OR IDX-ACHADO > 0
               IF AT-TURMA(IDX-GRUPO) = TURMA-ALUNO
                   MOVE IDX-GRUPO TO IDX-ACHADO
               END-IF
               ADD 1 TO IDX-GRUPO
           END-PERFORM
           IF IDX-ACHADO = 0 AND QTD-TURMAS < 100
               ADD 1 TO QTD-TURMAS
               MOVE TURMA-ALUNO TO AT-TURMA(QTD-TURMAS)
               MOVE 1 TO IDX-FAIXA
               PERFORM UNTIL IDX-FAIXA > 5
                   MOVE ZEROS TO AT-VALOR(QTD-TURMAS IDX-FAIXA)
                   ADD 1 TO IDX-FAIXA
               END-PERFORM
               MOVE QTD-TURMAS TO IDX-ACHADO
           END-IF.

       LOCALIZAR-CURSO.
           MOVE ZEROS TO IDX-ACHADO
           MOVE 1 TO IDX-GRUPO
           PERFORM UNTIL IDX-GRUPO > QTD-CURSOS OR IDX-ACHADO > 0
               IF AC-CURSO(IDX-GRUPO) = CURSO-ALUNO
                   MOVE IDX-GRUPO TO IDX-ACHADO
               END-IF
               ADD 1 TO IDX-GRUPO
           END-PERFORM
           IF IDX-ACHADO = 0 AND QTD-CURSOS < 100
               ADD 1 TO QTD-CURSOS
               MOVE CURSO-ALUNO TO AC-CURSO(QTD-CURSOS)
               MOVE 1 TO IDX-FAIXA
               PERFORM UNTIL IDX-FAIXA > 5
                   MOVE ZEROS TO AC-VALOR(QTD-CURSOS IDX-FAIXA)
                   ADD 1 TO IDX-FAIXA
               END-PERFORM
               MOVE QTD-CURSOS TO IDX-ACHADO
           END-IF.

       IMPRIMIR-CABECALHO-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           MOVE 'GRUPO' TO LINHA-RELATORIO(1:5)
           MOVE NOME-FAIXA(1) TO LINHA-RELATORIO(21:10)
           MOVE NOME-FAIXA(2) TO LINHA-RELATORIO(31:10)
           MOVE NOME-FAIXA(3) TO LINHA-RELATORIO(41:10)
           MOVE NOME-FAIXA(4) TO LINHA-RELATORIO(51:10)
           MOVE NOME-FAIXA(5) TO LINHA-RELATORIO(61:10)
           MOVE '      TOTAL' TO LINHA-RELATORIO(73:11)
           WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-TOTAL.
           MOVE TOTAL-LINHA TO LTT-TOTAL
           MOVE LINHA-TOT TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       END PROGRAM EX59.
