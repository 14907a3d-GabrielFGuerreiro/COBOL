       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX67.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HORARIO ASSIGN TO "HORARIO51.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CHAVE
               FILE STATUS IS FS-HORARIO.

           SELECT ARQ-CALEND ASSIGN TO "CALEND32.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS FS-CALEND.

           SELECT ARQ-FREQ ASSIGN TO "FREQ25.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS FS-FREQ.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-ATRIB ASSIGN TO "ATRIB12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS FS-ATRIB.

           SELECT ARQ-PROF ASSIGN TO "PROF12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS FS-PROF.

           SELECT ARQ-DISCIP ASSIGN TO "DISCIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-CODIGO
               FILE STATUS IS FS-DISCIP.

           SELECT ARQ-RELATORIO ASSIGN TO "CUMPR67.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HORARIO.
           COPY HORAR.

       FD  ARQ-CALEND.
           COPY CALEND.

       FD  ARQ-FREQ.
           COPY FREQ.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-ATRIB.
           COPY ATRIB.

       FD  ARQ-PROF.
           COPY PROF.

       FD  ARQ-DISCIP.
           COPY DISCIP.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(110).

       WORKING-STORAGE SECTION.
       77 FS-HORARIO      PIC X(02) VALUE SPACES.
       77 FS-CALEND       PIC X(02) VALUE SPACES.
       77 FS-FREQ         PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-ATRIB        PIC X(02) VALUE SPACES.
       77 FS-PROF         PIC X(02) VALUE SPACES.
       77 FS-DISCIP       PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 FREQ-ABERTO     PIC X(01) VALUE 'N'.
       77 ATRIB-ABERTO    PIC X(01) VALUE 'N'.
       77 PROF-ABERTO     PIC X(01) VALUE 'N'.
       77 DISCIP-ABERTO   PIC X(01) VALUE 'N'.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 PERIODO         PIC 9(01) VALUE ZEROS.
       77 DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77 PERCENTUAL-MINIMO PIC 9(03) VALUE ZEROS.
       77 FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       77 DATA-AULA       PIC 9(08) VALUE ZEROS.
       77 IDX             PIC 9(03) VALUE ZEROS.
       77 IDX-2           PIC 9(03) VALUE ZEROS.
       77 IDX-DIA         PIC 9(01) VALUE ZEROS.
       77 IDX-DATA        PIC 9(03) VALUE ZEROS.
       77 ITEM-ACHADO     PIC 9(03) VALUE ZEROS.
       77 ACHOU           PIC X(01) VALUE 'N'.
       77 TURMA-PROCURADA PIC X(06) VALUE SPACES.
       77 DISC-PROCURADA  PIC X(06) VALUE SPACES.
       77 MATRICULA-LIDA  PIC 9(06) VALUE ZEROS.
       77 TURMA-DO-ALUNO  PIC X(06) VALUE SPACES.
       77 AULAS-NO-DIA    PIC 9(02) VALUE ZEROS.
       77 DIAS-LETIVOS    PIC 9(03) VALUE ZEROS.
       77 DIAS-ATE-REF    PIC 9(03) VALUE ZEROS.
       77 MINIMO-EXIGIDO  PIC 9(04) VALUE ZEROS.
       77 PROJECAO        PIC 9(04) VALUE ZEROS.
       77 A-REPOR         PIC 9(04) VALUE ZEROS.
       77 PROFESSOR-RESP  PIC 9(04) VALUE ZEROS.
       77 TURMA-ANTERIOR  PIC X(06) VALUE SPACES.
       77 QTD-EM-DIA      PIC 9(04) VALUE ZEROS.
       77 QTD-ATRASO      PIC 9(04) VALUE ZEROS.
       77 QTD-REPOR       PIC 9(04) VALUE ZEROS.
       77 ITENS-FORA      PIC 9(05) VALUE ZEROS.
       77 DATAS-FORA      PIC 9(05) VALUE ZEROS.
      *    DIAS LETIVOS DO PERIODO POR DIA DA SEMANA (1=SEGUNDA A
      *    7=DOMINGO), NO PERIODO INTEIRO E ATE A DATA DE REFERENCIA.
       01 TABELA-DIAS.
           02 ITEM-DIA OCCURS 7 TIMES.
               03 TD-TOTAL      PIC 9(03).
               03 TD-ATE-REF    PIC 9(03).
      *    UMA LINHA POR TURMA E DISCIPLINA: AS FAIXAS SEMANAIS DO
      *    HORARIO DO EX51 E AS DATAS DISTINTAS COM DIARIO NO EX25.
       01 TABELA-CARGA.
           02 QTD-ITENS      PIC 9(03) VALUE ZEROS.
           02 ITEM-CARGA OCCURS 200 TIMES.
               03 CG-TURMA       PIC X(06).
               03 CG-DISCIPLINA  PIC X(06).
               03 CG-PROFESSOR   PIC 9(04).
               03 CG-FAIXAS      PIC 9(02) OCCURS 7 TIMES.
               03 CG-PREVISTAS   PIC 9(04).
               03 CG-PREVISTAS-ATE PIC 9(04).
               03 CG-DADAS       PIC 9(04).
               03 CG-QTD-DATAS   PIC 9(03).
               03 CG-DATA        PIC 9(08) OCCURS 150 TIMES.
       01 ITEM-TROCA         PIC X(1245).
       01 LINHA-DET.
           02 LD-TURMA       PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LD-DISCIPLINA  PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LD-NOME-DISC   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LD-PROFESSOR   PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LD-NOME-PROF   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LD-PREVISTAS   PIC ZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-PREV-ATE    PIC ZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-DADAS       PIC ZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-DEFICIT     PIC ZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LD-SITUACAO    PIC X(24).
       PROCEDURE DIVISION.
      *    CARGA HORARIA CUMPRIDA: O REGIMENTO EXIGE UM MINIMO DE AULAS
      *    POR DISCIPLINA NO PERIODO, E NINGUEM CONSEGUIA PROVAR QUE
      *    ELE FOI DADO. AS AULAS PREVISTAS SAO AS FAIXAS SEMANAIS DO
      *    HORARIO DO EX51 MULTIPLICADAS PELOS DIAS LETIVOS DO
      *    CALENDARIO DO EX32 EM CADA DIA DA SEMANA; AS DADAS SAO AS
      *    DATAS EM QUE A TURMA TEM DIARIO DE FREQUENCIA (EX25) NA
      *    DISCIPLINA, CADA DATA VALENDO AS FAIXAS DAQUELE DIA DA
      *    SEMANA (REPOSICAO EM DIA SEM FAIXA VALE UMA AULA). O
      *    RELATORIO SAI POR TURMA, DISCIPLINA E PROFESSOR DO EX12,
      *    COM O DEFICIT ATE A DATA DE REFERENCIA, E MARCA PARA
      *    REPOSICAO A DISCIPLINA QUE, MESMO DANDO TODAS AS AULAS QUE
      *    RESTAM, NAO CHEGA AO MINIMO - RODADO NO MEIO DO PERIODO,
      *    AINDA HA TEMPO DE MARCAR A REPOSICAO.
           PERFORM UNTIL ANO-LETIVO >= 1900 AND ANO-LETIVO <= 2999
               DISPLAY 'DIGITE O ANO LETIVO (EX: 2026)'
               ACCEPT ANO-LETIVO
           END-PERFORM
           PERFORM UNTIL PERIODO = 1 OR PERIODO = 2
               DISPLAY 'DIGITE O PERIODO (1 OU 2)'
               ACCEPT PERIODO
           END-PERFORM
           DISPLAY 'DATA DE REFERENCIA AAAAMMDD (0 = HOJE):'
           ACCEPT DATA-REFERENCIA
           IF DATA-REFERENCIA = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-REFERENCIA
           END-IF
           PERFORM UNTIL PERCENTUAL-MINIMO > 0
                   AND PERCENTUAL-MINIMO <= 100
               DISPLAY 'CARGA MINIMA EM % DA PREVISTA (0 = PADRAO '
                   '100):'
               ACCEPT PERCENTUAL-MINIMO
               IF PERCENTUAL-MINIMO = 0
                   MOVE 100 TO PERCENTUAL-MINIMO
               END-IF
           END-PERFORM

           OPEN INPUT ARQ-HORARIO
           IF FS-HORARIO NOT = "00"
               DISPLAY 'HORARIO51.DAT NAO ENCONTRADO - RODE O EX51 '
                   'ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-CALEND
           IF FS-CALEND NOT = "00"
               DISPLAY 'CALEND32.DAT NAO ENCONTRADO - RODE O EX32 '
                   'ANTES.'
               CLOSE ARQ-HORARIO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               CLOSE ARQ-HORARIO
               CLOSE ARQ-CALEND
               STOP RUN
           END-IF
           OPEN INPUT ARQ-FREQ
           IF FS-FREQ = "00"
               MOVE 'S' TO FREQ-ABERTO
           ELSE
               DISPLAY 'AVISO: FREQ25.DAT NAO ENCONTRADO - NENHUMA '
                   'AULA DADA SERA CONTADA.'
           END-IF
           OPEN INPUT ARQ-ATRIB
           IF FS-ATRIB = "00"
               MOVE 'S' TO ATRIB-ABERTO
           END-IF
           OPEN INPUT ARQ-PROF
           IF FS-PROF = "00"
               MOVE 'S' TO PROF-ABERTO
           END-IF
           OPEN INPUT ARQ-DISCIP
           IF FS-DISCIP = "00"
               MOVE 'S' TO DISCIP-ABERTO
           END-IF

           PERFORM CONTAR-DIAS-LETIVOS
           PERFORM CARREGAR-HORARIO
           PERFORM CALCULAR-PREVISTAS
           IF FREQ-ABERTO = 'S'
               PERFORM APURAR-AULAS-DADAS
           END-IF
           PERFORM ORDENAR-CARGA
           PERFORM IMPRIMIR-RELATORIO

           CLOSE ARQ-HORARIO
           CLOSE ARQ-CALEND
           CLOSE ARQ-ALUNOS
           IF FREQ-ABERTO = 'S'
               CLOSE ARQ-FREQ
           END-IF
           IF ATRIB-ABERTO = 'S'
               CLOSE ARQ-ATRIB
           END-IF
           IF PROF-ABERTO = 'S'
               CLOSE ARQ-PROF
           END-IF
           IF DISCIP-ABERTO = 'S'
               CLOSE ARQ-DISCIP
           END-IF
           DISPLAY 'CARGA HORARIA CUMPRIDA EM CUMPR67.PRT ('
               QTD-ITENS ' DISCIPLINAS-TURMA, ' QTD-REPOR
               ' PARA REPOSICAO).'
           STOP RUN.

       CONTAR-DIAS-LETIVOS.
           MOVE 1 TO IDX-DIA
           PERFORM UNTIL IDX-DIA > 7
               MOVE ZEROS TO TD-TOTAL(IDX-DIA)
               MOVE ZEROS TO TD-ATE-REF(IDX-DIA)
               ADD 1 TO IDX-DIA
           END-PERFORM
           MOVE 'N' TO FIM-ARQUIVO
           MOVE ANO-LETIVO TO CL-ANO
           MOVE PERIODO TO CL-PERIODO
           MOVE ZEROS TO CL-DATA
           START ARQ-CALEND KEY IS NOT LESS THAN CL-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-CALEND NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CL-ANO NOT = ANO-LETIVO
                          OR CL-PERIODO NOT = PERIODO
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           PERFORM CONTAR-DIA-LETIVO
                       END-IF
               END-READ
           END-PERFORM.

       CONTAR-DIA-LETIVO.
           MOVE CL-DATA TO DATA-AULA
           PERFORM CALCULAR-DIA-SEMANA
           ADD 1 TO TD-TOTAL(DIA-SEMANA)
           ADD 1 TO DIAS-LETIVOS
           IF CL-DATA <= DATA-REFERENCIA
               ADD 1 TO TD-ATE-REF(DIA-SEMANA)
               ADD 1 TO DIAS-ATE-REF
           END-IF.

       CALCULAR-DIA-SEMANA.
      *    O DIA 1 DA CONTAGEM DE INTEGER-OF-DATE (01/01/1601) FOI
      *    UMA SEGUNDA-FEIRA, O MESMO 1 DO HO-DIA DO EX51.
           COMPUTE DIA-SEMANA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(DATA-AULA) - 1, 7)
               + 1.

       CARREGAR-HORARIO.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE ANO-LETIVO TO HO-ANO
           MOVE PERIODO TO HO-PERIODO
           MOVE LOW-VALUES TO HO-TURMA
           MOVE ZEROS TO HO-DIA
           MOVE ZEROS TO HO-SLOT
           START ARQ-HORARIO KEY IS NOT LESS THAN HO-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-HORARIO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF HO-ANO NOT = ANO-LETIVO
                          OR HO-PERIODO NOT = PERIODO
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           MOVE HO-TURMA TO TURMA-PROCURADA
                           MOVE HO-DISCIPLINA TO DISC-PROCURADA
                           PERFORM LOCALIZAR-ITEM
                           IF ITEM-ACHADO > 0
                               ADD 1 TO CG-FAIXAS(ITEM-ACHADO, HO-DIA)
                               MOVE HO-PROFESSOR
                                   TO CG-PROFESSOR(ITEM-ACHADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOCALIZAR-ITEM.
      *    PROCURA A TURMA/DISCIPLINA NA TABELA E, SE NAO ACHAR,
      *    ABRE UMA LINHA NOVA ZERADA; TABELA CHEIA DEVOLVE ZERO E
      *    ENTRA NO AVISO DO RODAPE.
           MOVE ZEROS TO ITEM-ACHADO
           MOVE 1 TO IDX
           PERFORM UNTIL IDX > QTD-ITENS OR ITEM-ACHADO > 0
               IF CG-TURMA(IDX) = TURMA-PROCURADA
                  AND CG-DISCIPLINA(IDX) = DISC-PROCURADA
                   MOVE IDX TO ITEM-ACHADO
               END-IF
               ADD 1 TO IDX
           END-PERFORM
           IF ITEM-ACHADO = 0
               IF QTD-ITENS < 200
                   ADD 1 TO QTD-ITENS
                   MOVE QTD-ITENS TO ITEM-ACHADO
                   MOVE TURMA-PROCURADA TO CG-TURMA(ITEM-ACHADO)
                   MOVE DISC-PROCURADA TO CG-DISCIPLINA(ITEM-ACHADO)
                   MOVE ZEROS TO CG-PROFESSOR(ITEM-ACHADO)
                   MOVE 1 TO IDX-DIA
                   PERFORM UNTIL IDX-DIA > 7
                       MOVE ZEROS TO CG-FAIXAS(ITEM-ACHADO, IDX-DIA)
                       ADD 1 TO IDX-DIA
                   END-PERFORM
                   MOVE ZEROS TO CG-PREVISTAS(ITEM-ACHADO)
                   MOVE ZEROS TO CG-PREVISTAS-ATE(ITEM-ACHADO)
                   MOVE ZEROS TO CG-DADAS(ITEM-ACHADO)
                   MOVE ZEROS TO CG-QTD-DATAS(ITEM-ACHADO)
               ELSE
                   ADD 1 TO ITENS-FORA
               END-IF
           END-IF.

       CALCULAR-PREVISTAS.
           MOVE 1 TO IDX
           PERFORM UNTIL IDX > QTD-ITENS
               MOVE 1 TO IDX-DIA
               PERFORM UNTIL IDX-DIA > 7
                   COMPUTE CG-PREVISTAS(IDX) = CG-PREVISTAS(IDX)
                       + CG-FAIXAS(IDX, IDX-DIA) * TD-TOTAL(IDX-DIA)
                   COMPUTE CG-PREVISTAS-ATE(IDX) =
                       CG-PREVISTAS-ATE(IDX)
                       + CG-FAIXAS(IDX, IDX-DIA) * TD-ATE-REF(IDX-DIA)
                   ADD 1 TO IDX-DIA
               END-PERFORM
               ADD 1 TO IDX
           END-PERFORM.

       APURAR-AULAS-DADAS.
      *    O DIARIO E POR ALUNO: A TURMA VEM DO CADASTRO (AL-TURMA),
      *    LIDO UMA VEZ POR MATRICULA, E A DATA CONTA UMA VEZ SO POR
      *    TURMA/DISCIPLINA, POR MAIS ALUNOS QUE TENHAM DIARIO NELA.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE ZEROS TO MATRICULA-LIDA
           MOVE LOW-VALUES TO FQ-CHAVE
           START ARQ-FREQ KEY IS NOT LESS THAN FQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-FREQ NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF FQ-ANO = ANO-LETIVO
                          AND FQ-PERIODO = PERIODO
                          AND FQ-DATA <= DATA-REFERENCIA
                           PERFORM TRATAR-DIARIO
                       END-IF
               END-READ
           END-PERFORM.

       TRATAR-DIARIO.
           IF FQ-MATRICULA NOT = MATRICULA-LIDA
               MOVE FQ-MATRICULA TO MATRICULA-LIDA
               MOVE SPACES TO TURMA-DO-ALUNO
               MOVE FQ-MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-TURMA TO TURMA-DO-ALUNO
               END-READ
           END-IF
           IF TURMA-DO-ALUNO NOT = SPACES
               MOVE TURMA-DO-ALUNO TO TURMA-PROCURADA
               MOVE FQ-DISCIPLINA TO DISC-PROCURADA
               PERFORM LOCALIZAR-ITEM
               IF ITEM-ACHADO > 0
                   PERFORM ANOTAR-DATA
               END-IF
           END-IF.

       ANOTAR-DATA.
           MOVE 'N' TO ACHOU
           MOVE 1 TO IDX-DATA
           PERFORM UNTIL IDX-DATA > CG-QTD-DATAS(ITEM-ACHADO)
                   OR ACHOU = 'S'
               IF CG-DATA(ITEM-ACHADO, IDX-DATA) = FQ-DATA
                   MOVE 'S' TO ACHOU
               END-IF
               ADD 1 TO IDX-DATA
           END-PERFORM
           IF ACHOU = 'N'
               IF CG-QTD-DATAS(ITEM-ACHADO) < 150
                   ADD 1 TO CG-QTD-DATAS(ITEM-ACHADO)
                   MOVE FQ-DATA TO CG-DATA(ITEM-ACHADO,
                       CG-QTD-DATAS(ITEM-ACHADO))
                   MOVE FQ-DATA TO DATA-AULA
                   PERFORM CALCULAR-DIA-SEMANA
                   MOVE CG-FAIXAS(ITEM-ACHADO, DIA-SEMANA)
                       TO AULAS-NO-DIA
                   IF AULAS-NO-DIA = 0
                       MOVE 1 TO AULAS-NO-DIA
                   END-IF
                   ADD AULAS-NO-DIA TO CG-DADAS(ITEM-ACHADO)
               ELSE
                   ADD 1 TO DATAS-FORA
               END-IF
           END-IF.

       ORDENAR-CARGA.
      *    O RELATORIO SAI EM ORDEM DE TURMA E DISCIPLINA - ORDENACAO
      *    SIMPLES POR TROCA, COMO NO DIARIO DO EX48; AS LINHAS SO COM
      *    DIARIO (SEM FAIXA NO HORARIO) ENTRARAM NO FIM DA TABELA.
           MOVE 1 TO IDX
           PERFORM UNTIL IDX >= QTD-ITENS
               COMPUTE IDX-2 = IDX + 1
               PERFORM UNTIL IDX-2 > QTD-ITENS
                   IF CG-TURMA(IDX-2) < CG-TURMA(IDX)
                      OR (CG-TURMA(IDX-2) = CG-TURMA(IDX)
                      AND CG-DISCIPLINA(IDX-2) < CG-DISCIPLINA(IDX))
                       MOVE ITEM-CARGA(IDX) TO ITEM-TROCA
                       MOVE ITEM-CARGA(IDX-2) TO ITEM-CARGA(IDX)
                       MOVE ITEM-TROCA TO ITEM-CARGA(IDX-2)
                   END-IF
                   ADD 1 TO IDX-2
               END-PERFORM
               ADD 1 TO IDX
           END-PERFORM.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'CARGA HORARIA CUMPRIDA - ' ANO-LETIVO '-' PERIODO
               ' - REFERENCIA ' DATA-REFERENCIA ' - MINIMO '
               PERCENTUAL-MINIMO '% DA PREVISTA'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'DIAS LETIVOS NO PERIODO: ' DIAS-LETIVOS
               ' - ATE A REFERENCIA: ' DIAS-ATE-REF
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'TURMA  DISC   NOME DA DISCIPLINA   PROF '
               'PROFESSOR            PREV  P.REF DADAS DEFIC '
               'SITUACAO'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO TURMA-ANTERIOR
           MOVE 1 TO IDX
           PERFORM UNTIL IDX > QTD-ITENS
               IF CG-TURMA(IDX) NOT = TURMA-ANTERIOR
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE CG-TURMA(IDX) TO TURMA-ANTERIOR
               END-IF
               PERFORM IMPRIMIR-ITEM
               ADD 1 TO IDX
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'TOTAL: ' QTD-ITENS ' DISCIPLINAS-TURMA - '
               QTD-EM-DIA ' EM DIA, ' QTD-ATRASO ' EM ATRASO, '
               QTD-REPOR ' PARA REPOSICAO'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF ITENS-FORA > 0 OR DATAS-FORA > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'AVISO: ' ITENS-FORA ' LANCAMENTOS SEM LUGAR NA '
                   'TABELA DE 200 DISCIPLINAS-TURMA E ' DATAS-FORA
                   ' ALEM DE 150 DATAS FICARAM FORA'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'VISTO DA COORDENACAO: ______________________'
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQ-RELATORIO.

       IMPRIMIR-ITEM.
      *    O MINIMO E ARREDONDADO PARA CIMA. A PROJECAO SOMA AS AULAS
      *    JA DADAS COM TODAS AS PREVISTAS DEPOIS DA REFERENCIA; SE
      *    NEM ASSIM CHEGA AO MINIMO, A DIFERENCA PRECISA DE REPOSICAO.
           PERFORM RESOLVER-PROFESSOR
           MOVE CG-TURMA(IDX) TO LD-TURMA
           MOVE CG-DISCIPLINA(IDX) TO LD-DISCIPLINA
           MOVE SPACES TO LD-NOME-DISC
           IF DISCIP-ABERTO = 'S'
               MOVE CG-DISCIPLINA(IDX) TO DI-CODIGO
               READ ARQ-DISCIP
                   INVALID KEY
                       MOVE '(FORA DO CATALOGO)' TO LD-NOME-DISC
                   NOT INVALID KEY
                       MOVE DI-NOME TO LD-NOME-DISC
               END-READ
           END-IF
           MOVE PROFESSOR-RESP TO LD-PROFESSOR
           MOVE CG-PREVISTAS(IDX) TO LD-PREVISTAS
           MOVE CG-PREVISTAS-ATE(IDX) TO LD-PREV-ATE
           MOVE CG-DADAS(IDX) TO LD-DADAS
           IF CG-DADAS(IDX) < CG-PREVISTAS-ATE(IDX)
               COMPUTE LD-DEFICIT =
                   CG-PREVISTAS-ATE(IDX) - CG-DADAS(IDX)
           ELSE
               MOVE ZEROS TO LD-DEFICIT
           END-IF
           COMPUTE MINIMO-EXIGIDO =
               (CG-PREVISTAS(IDX) * PERCENTUAL-MINIMO + 99) / 100
           COMPUTE PROJECAO = CG-DADAS(IDX)
               + CG-PREVISTAS(IDX) - CG-PREVISTAS-ATE(IDX)
           MOVE SPACES TO LD-SITUACAO
           IF PROJECAO < MINIMO-EXIGIDO
               ADD 1 TO QTD-REPOR
               COMPUTE A-REPOR = MINIMO-EXIGIDO - PROJECAO
               STRING '*** REPOR ' A-REPOR ' AULAS'
                   DELIMITED BY SIZE INTO LD-SITUACAO
           ELSE
               IF CG-DADAS(IDX) < CG-PREVISTAS-ATE(IDX)
                   ADD 1 TO QTD-ATRASO
                   MOVE 'EM ATRASO' TO LD-SITUACAO
               ELSE
                   ADD 1 TO QTD-EM-DIA
                   MOVE 'EM DIA' TO LD-SITUACAO
               END-IF
           END-IF
           MOVE LINHA-DET TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       RESOLVER-PROFESSOR.
      *    O PROFESSOR RESPONSAVEL E O DA ATRIBUICAO DO EX12; SEM
      *    ATRIBUICAO, FICA O GRAVADO NA FAIXA DO HORARIO.
           MOVE CG-PROFESSOR(IDX) TO PROFESSOR-RESP
           IF ATRIB-ABERTO = 'S'
               MOVE CG-DISCIPLINA(IDX) TO AT-DISCIPLINA
               MOVE ANO-LETIVO TO AT-ANO
               MOVE PERIODO TO AT-PERIODO
               READ ARQ-ATRIB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AT-PROFESSOR TO PROFESSOR-RESP
               END-READ
           END-IF
           MOVE SPACES TO LD-NOME-PROF
           IF PROFESSOR-RESP = 0
               MOVE '(SEM ATRIBUICAO)' TO LD-NOME-PROF
           ELSE
               IF PROF-ABERTO = 'S'
                   MOVE PROFESSOR-RESP TO PR-CODIGO
                   READ ARQ-PROF
                       INVALID KEY
                           MOVE '(SEM CADASTRO NO EX12)'
                               TO LD-NOME-PROF
                       NOT INVALID KEY
                           MOVE PR-NOME TO LD-NOME-PROF
                   END-READ
               END-IF
           END-IF.

       END PROGRAM EX67.
