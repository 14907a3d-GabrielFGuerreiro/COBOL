       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX75.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-NOTAS ASSIGN TO "NOTASF5.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT ARQ-PARC ASSIGN TO "PARC7.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS FS-PARC.

           SELECT ARQ-RELATORIO ASSIGN TO "CONSIST75.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ATRIB.
           COPY ATRIB.

       FD  ARQ-PROF.
           COPY PROF.

       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-PARC.
           COPY PARC.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-ATRIB        PIC X(02) VALUE SPACES.
       77 FS-PROF         PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-PARC         PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 PROF-ABERTO     PIC X(01) VALUE 'N'.
       77 PARC-ABERTO     PIC X(01) VALUE 'N'.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 PERIODO         PIC 9(01) VALUE ZEROS.
       77 TOLERANCIA-NOTA PIC 9(02)V99 VALUE ZEROS.
       77 TOLERANCIA-TAXA PIC 9(03) VALUE ZEROS.
       77 FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 IDX             PIC 9(03) VALUE ZEROS.
       77 IDX-2           PIC 9(03) VALUE ZEROS.
       77 IDX-LADO        PIC 9(01) VALUE ZEROS.
       77 IDX-FAIXA       PIC 9(01) VALUE ZEROS.
       77 ATRIB-FORA      PIC 9(04) VALUE ZEROS.
       77 PROF-ANTERIOR   PIC 9(05) VALUE ZEROS.
       77 QTD-PROFESSORES PIC 9(04) VALUE ZEROS.
       77 DISC-SINALIZADAS PIC 9(04) VALUE ZEROS.
       77 DISC-SEM-NOTAS  PIC 9(04) VALUE ZEROS.
       77 DISC-SEM-BASE   PIC 9(04) VALUE ZEROS.
       77 DESVIOS         PIC 9(02) VALUE ZEROS.
       77 DIFERENCA       PIC S9(03)V99 VALUE ZEROS.
       77 TOLERANCIA-EDITADA PIC Z9.99.
       77 CHAVE-ATRIB-LIDA PIC X(11) VALUE SPACES.
       77 NOTA-DO-PROFESSOR PIC X(01) VALUE 'N'.
      *    UMA LINHA POR ATRIBUICAO DO PERIODO (DISCIPLINA E SEU
      *    PROFESSOR NO EX12), COM DOIS JOGOS DE CONTADORES: O LADO 1
      *    SO COM AS NOTAS DO PERIODO PEDIDO, QUE SAO AS DO
      *    PROFESSOR; O LADO 2 COM AS NOTAS DA DISCIPLINA NOS OUTROS
      *    PERIODOS DO ARQUIVO, QUE E A REFERENCIA. A ATRIBUICAO E
      *    UMA SO POR DISCIPLINA E PERIODO, ENTAO OS COLEGAS DA MESMA
      *    DISCIPLINA SAO OS QUE A LECIONARAM NOS OUTROS PERIODOS; OS
      *    PERIODOS EM QUE O PROPRIO PROFESSOR A LECIONOU FICAM FORA
      *    DA REFERENCIA, PARA ELE NAO SER COMPARADO CONSIGO MESMO.
       01 TABELA-ATRIB.
           02 QTD-ATRIB      PIC 9(03) VALUE ZEROS.
           02 ITEM-ATRIB OCCURS 100 TIMES.
               03 TA-PROFESSOR   PIC 9(04).
               03 TA-DISCIPLINA  PIC X(06).
               03 TA-NOME-PROF   PIC X(30).
               03 TA-LADO OCCURS 2 TIMES.
                   04 TA-NOTAS       PIC 9(05).
                   04 TA-FAIXA       PIC 9(05) OCCURS 5 TIMES.
                   04 TA-APROVADOS   PIC 9(05).
                   04 TA-RECUPERA    PIC 9(05).
                   04 TA-REPROVADOS  PIC 9(05).
                   04 TA-SOMA-NOTAS  PIC 9(07)V99.
                   04 TA-PARCELAS    PIC 9(05).
                   04 TA-SOMA-P1     PIC 9(07)V99.
                   04 TA-SOMA-P2     PIC 9(07)V99.
                   04 TA-SOMA-ATIV   PIC 9(07)V99.
       01 ATRIB-TROCA     PIC X(212).
      *    FIGURAS CALCULADAS DO ITEM EM IMPRESSAO, NOS MESMOS DOIS
      *    LADOS: PERCENTUAIS DAS FAIXAS DE NOTA (ABAIXO DE 3, 3 A 5,
      *    5 A 7, 7 A 9, 9 OU MAIS), TAXAS DE SITUACAO E MEDIAS.
       01 FIGURAS.
           02 FG-LADO OCCURS 2 TIMES.
               03 FG-FAIXA       PIC 9(03) OCCURS 5 TIMES.
               03 FG-APROVADOS   PIC 9(03).
               03 FG-RECUPERA    PIC 9(03).
               03 FG-REPROVADOS  PIC 9(03).
               03 FG-MEDIA       PIC 9(02)V99.
               03 FG-P1          PIC 9(02)V99.
               03 FG-P2          PIC 9(02)V99.
               03 FG-ATIV        PIC 9(02)V99.
       01 MARCAS.
           02 MC-FAIXA       PIC X(01) OCCURS 5 TIMES.
           02 MC-APROVADOS   PIC X(01).
           02 MC-RECUPERA    PIC X(01).
           02 MC-REPROVADOS  PIC X(01).
           02 MC-MEDIA       PIC X(01).
           02 MC-P1          PIC X(01).
           02 MC-P2          PIC X(01).
           02 MC-ATIV        PIC X(01).
       01 LINHA-COLUNAS.
           02 FILLER         PIC X(07) VALUE 'DISC.'.
           02 FILLER         PIC X(12) VALUE 'COMPARADO'.
           02 FILLER         PIC X(05) VALUE 'NOTAS'.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE ' <3'.
           02 FILLER         PIC X(05) VALUE '3-5'.
           02 FILLER         PIC X(05) VALUE '5-7'.
           02 FILLER         PIC X(05) VALUE '7-9'.
           02 FILLER         PIC X(05) VALUE ' 9+'.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE 'APR'.
           02 FILLER         PIC X(05) VALUE 'REC'.
           02 FILLER         PIC X(05) VALUE 'REP'.
           02 FILLER         PIC X(08) VALUE 'FINAL'.
           02 FILLER         PIC X(08) VALUE '   P1'.
           02 FILLER         PIC X(08) VALUE '   P2'.
           02 FILLER         PIC X(08) VALUE ' ATIV'.
       01 LINHA-GRUPOS.
           02 FILLER         PIC X(26) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE '% DAS NOTAS POR FAIXA'.
           02 FILLER         PIC X(15) VALUE 'SITUACAO (%)'.
           02 FILLER         PIC X(32) VALUE 'MEDIAS'.
       01 LINHA-DET.
           02 LD-DISCIPLINA  PIC X(06).
           02 FILLER         PIC X(01).
           02 LD-ROTULO      PIC X(12).
           02 LD-NOTAS       PIC ZZZZ9.
           02 FILLER         PIC X(02).
           02 LD-GRUPO-FAIXA OCCURS 5 TIMES.
               03 LD-FAIXA       PIC ZZ9.
               03 LD-MC-FAIXA    PIC X(01).
               03 FILLER         PIC X(01).
           02 FILLER         PIC X(01).
           02 LD-APROVADOS   PIC ZZ9.
           02 LD-MC-APROVADOS PIC X(01).
           02 FILLER         PIC X(01).
           02 LD-RECUPERA    PIC ZZ9.
           02 LD-MC-RECUPERA PIC X(01).
           02 FILLER         PIC X(01).
           02 LD-REPROVADOS  PIC ZZ9.
           02 LD-MC-REPROVADOS PIC X(01).
           02 FILLER         PIC X(01).
           02 LD-MEDIA       PIC Z9.99.
           02 LD-MC-MEDIA    PIC X(01).
           02 FILLER         PIC X(02).
           02 LD-P1          PIC Z9.99 BLANK WHEN ZERO.
           02 LD-MC-P1       PIC X(01).
           02 FILLER         PIC X(02).
           02 LD-P2          PIC Z9.99 BLANK WHEN ZERO.
           02 LD-MC-P2       PIC X(01).
           02 FILLER         PIC X(02).
           02 LD-ATIV        PIC Z9.99 BLANK WHEN ZERO.
           02 LD-MC-ATIV     PIC X(01).
       PROCEDURE DIVISION.
      *    CONSISTENCIA DE CORRECAO POR PROFESSOR, PARA A REUNIAO
      *    PEDAGOGICA: PARA CADA ATRIBUICAO DO EX12 NO ANO/PERIODO,
      *    AS NOTAS FINAIS DO NOTASF5 E AS PARCELAS DO PARC7 DA
      *    DISCIPLINA NO PERIODO (AS DO PROFESSOR) SAO POSTAS AO LADO
      *    DAS MESMAS FIGURAS DA DISCIPLINA NOS PERIODOS LECIONADOS
      *    POR OUTROS PROFESSORES: DISTRIBUICAO DAS NOTAS POR FAIXA,
      *    TAXAS DE APROVADO/EM RECUPERACAO/REPROVADO, MEDIA FINAL E
      *    MEDIAS DE P1, P2 E ATIVIDADE. A FIGURA DO PROFESSOR QUE
      *    SE AFASTA DA DA DISCIPLINA MAIS DO QUE A TOLERANCIA (PONTOS
      *    DE NOTA PARA AS MEDIAS, PONTOS PERCENTUAIS PARA FAIXAS E
      *    TAXAS) SAI MARCADA COM '*', E A LINHA DE AVISO DIZ SE A
      *    MEDIA DO PROFESSOR FICOU ABAIXO (MAIS RIGOROSO) OU ACIMA
      *    (MAIS BRANDO). NAO E A CARGA HORARIA DO EX52: AQUI SO
      *    CONTAM AS NOTAS. AS NOTAS DE CADA DISCIPLINA SAO LIDAS PELA
      *    CHAVE ALTERNATIVA CN-CHAVE-DISCIPLINA, SEM VARRER O
      *    ARQUIVO.
           PERFORM UNTIL ANO-LETIVO >= 1900 AND ANO-LETIVO <= 2999
               DISPLAY 'DIGITE O ANO LETIVO (EX: 2026)'
               ACCEPT ANO-LETIVO
           END-PERFORM
           PERFORM UNTIL PERIODO = 1 OR PERIODO = 2
               DISPLAY 'DIGITE O PERIODO (1 OU 2)'
               ACCEPT PERIODO
           END-PERFORM
           DISPLAY 'TOLERANCIA NAS MEDIAS, EM PONTOS DE NOTA (0 = '
               'PADRAO 1,00):'
           ACCEPT TOLERANCIA-NOTA
           IF TOLERANCIA-NOTA = 0
               MOVE 1 TO TOLERANCIA-NOTA
           END-IF
           DISPLAY 'TOLERANCIA NAS FAIXAS E TAXAS, EM PONTOS '
               'PERCENTUAIS (0 = PADRAO 15):'
           ACCEPT TOLERANCIA-TAXA
           IF TOLERANCIA-TAXA = 0
               MOVE 15 TO TOLERANCIA-TAXA
           END-IF

           OPEN INPUT ARQ-ATRIB
           IF FS-ATRIB NOT = "00"
               DISPLAY 'ATRIB12.DAT NAO ENCONTRADO - RODE O EX12 '
                   'ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-NOTAS
           IF FS-NOTAS NOT = "00"
               DISPLAY 'NOTASF5.DAT NAO ENCONTRADO - RODE O EX5 '
                   'ANTES.'
               CLOSE ARQ-ATRIB
               STOP RUN
           END-IF
           OPEN INPUT ARQ-PROF
           IF FS-PROF = "00"
               MOVE 'S' TO PROF-ABERTO
           ELSE
               DISPLAY 'AVISO: PROF12.DAT NAO ENCONTRADO - OS '
                   'PROFESSORES SAIRAO SO COM O CODIGO.'
           END-IF
           OPEN INPUT ARQ-PARC
           IF FS-PARC = "00"
               MOVE 'S' TO PARC-ABERTO
           ELSE
               DISPLAY 'AVISO: PARC7.DAT NAO ENCONTRADO - AS MEDIAS '
                   'DE P1, P2 E ATIVIDADE SAIRAO EM BRANCO.'
           END-IF

           PERFORM CARREGAR-ATRIBUICOES
           PERFORM APURAR-DISCIPLINAS
           PERFORM ORDENAR-ATRIBUICOES
           PERFORM IMPRIMIR-RELATORIO

           CLOSE ARQ-ATRIB
           CLOSE ARQ-NOTAS
           IF PROF-ABERTO = 'S'
               CLOSE ARQ-PROF
           END-IF
           IF PARC-ABERTO = 'S'
               CLOSE ARQ-PARC
           END-IF
           IF ATRIB-FORA > 0
               DISPLAY 'AVISO: ' ATRIB-FORA ' ATRIBUICAO(OES) ALEM '
                   'DE 100 FICARAM FORA DO RELATORIO.'
           END-IF
           DISPLAY 'CONSISTENCIA DE ' QTD-ATRIB ' DISCIPLINA(S) DE '
               QTD-PROFESSORES ' PROFESSOR(ES) EM CONSIST75.PRT; '
               DISC-SINALIZADAS ' FORA DA TOLERANCIA.'
           STOP RUN.

       CARREGAR-ATRIBUICOES.
      *    AS ATRIBUICOES DO PERIODO, COMO NA FOLHA DO EX52; O NOME
      *    DO PROFESSOR VEM DO CADASTRO DO EX12.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO AT-CHAVE
           START ARQ-ATRIB KEY IS NOT LESS THAN AT-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-ATRIB NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF AT-ANO = ANO-LETIVO
                          AND AT-PERIODO = PERIODO
                           IF QTD-ATRIB < 100
                               PERFORM INCLUIR-ATRIBUICAO
                           ELSE
                               ADD 1 TO ATRIB-FORA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       INCLUIR-ATRIBUICAO.
           ADD 1 TO QTD-ATRIB
           INITIALIZE ITEM-ATRIB(QTD-ATRIB)
           MOVE AT-PROFESSOR TO TA-PROFESSOR(QTD-ATRIB)
           MOVE AT-DISCIPLINA TO TA-DISCIPLINA(QTD-ATRIB)
           MOVE '(SEM CADASTRO NO EX12)' TO TA-NOME-PROF(QTD-ATRIB)
           IF PROF-ABERTO = 'S'
               MOVE AT-PROFESSOR TO PR-CODIGO
               READ ARQ-PROF
                   NOT INVALID KEY
                       MOVE PR-NOME TO TA-NOME-PROF(QTD-ATRIB)
               END-READ
           END-IF.

       APURAR-DISCIPLINAS.
           MOVE 1 TO IDX
           PERFORM UNTIL IDX > QTD-ATRIB
               PERFORM APURAR-DISCIPLINA
               ADD 1 TO IDX
           END-PERFORM.

       APURAR-DISCIPLINA.
      *    TODAS AS NOTAS DA DISCIPLINA, DO PRIMEIRO ANO AO ULTIMO,
      *    PELA CHAVE ALTERNATIVA; A LEITURA PARA QUANDO A MATERIA
      *    MUDA. A NOTA DO PERIODO PEDIDO VAI PARA O LADO DO
      *    PROFESSOR; A DE OUTRO PERIODO SO VAI PARA A REFERENCIA SE
      *    QUEM O LECIONOU FOI OUTRO PROFESSOR.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE SPACES TO CHAVE-ATRIB-LIDA
           MOVE TA-DISCIPLINA(IDX) TO CN-DISC-MATERIA
           MOVE ZEROS TO CN-DISC-ANO
           MOVE ZEROS TO CN-DISC-PERIODO
           START ARQ-NOTAS KEY IS NOT LESS THAN CN-CHAVE-DISCIPLINA
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CN-DISC-MATERIA NOT = TA-DISCIPLINA(IDX)
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           IF CN-ANO-LETIVO = ANO-LETIVO
                              AND CN-PERIODO = PERIODO
                               MOVE 1 TO IDX-LADO
                               PERFORM ACUMULAR-NOTA
                           ELSE
                               PERFORM CONFERIR-PROFESSOR-NOTA
                               IF NOTA-DO-PROFESSOR = 'N'
                                   MOVE 2 TO IDX-LADO
                                   PERFORM ACUMULAR-NOTA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONFERIR-PROFESSOR-NOTA.
      *    AS NOTAS VEM EM ORDEM DE ANO E PERIODO, ENTAO A ATRIBUICAO
      *    SO E RELIDA QUANDO O PERIODO MUDA. PERIODO SEM ATRIBUICAO
      *    NO EX12 CONTA COMO DE OUTRO PROFESSOR.
           MOVE TA-DISCIPLINA(IDX) TO AT-DISCIPLINA
           MOVE CN-ANO-LETIVO TO AT-ANO
           MOVE CN-PERIODO TO AT-PERIODO
           IF AT-CHAVE NOT = CHAVE-ATRIB-LIDA
               MOVE AT-CHAVE TO CHAVE-ATRIB-LIDA
               MOVE 'N' TO NOTA-DO-PROFESSOR
               READ ARQ-ATRIB
                   NOT INVALID KEY
                       IF AT-PROFESSOR = TA-PROFESSOR(IDX)
                           MOVE 'S' TO NOTA-DO-PROFESSOR
                       END-IF
               END-READ
           END-IF.

       ACUMULAR-NOTA.
           ADD 1 TO TA-NOTAS(IDX, IDX-LADO)
           ADD CN-NOTA TO TA-SOMA-NOTAS(IDX, IDX-LADO)
           IF CN-NOTA < 3
               MOVE 1 TO IDX-FAIXA
           ELSE
               IF CN-NOTA < 5
                   MOVE 2 TO IDX-FAIXA
               ELSE
                   IF CN-NOTA < 7
                       MOVE 3 TO IDX-FAIXA
                   ELSE
                       IF CN-NOTA < 9
                           MOVE 4 TO IDX-FAIXA
                       ELSE
                           MOVE 5 TO IDX-FAIXA
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO TA-FAIXA(IDX, IDX-LADO, IDX-FAIXA)
      *    MESMAS SITUACOES GRAVADAS PELO EX5; AS DEMAIS (DISPENSA,
      *    APROVEITAMENTO) SO ENTRAM NA DISTRIBUICAO E NA MEDIA.
           IF CN-SITUACAO = 'APROVADO'
               ADD 1 TO TA-APROVADOS(IDX, IDX-LADO)
           ELSE
               IF CN-SITUACAO = 'EM RECUPERACAO'
                   ADD 1 TO TA-RECUPERA(IDX, IDX-LADO)
               ELSE
                   IF CN-SITUACAO = 'REPROVADO'
                       ADD 1 TO TA-REPROVADOS(IDX, IDX-LADO)
                   END-IF
               END-IF
           END-IF
           IF PARC-ABERTO = 'S'
               MOVE CHAVE-NOTA TO PC-CHAVE
               READ ARQ-PARC
                   NOT INVALID KEY
                       ADD 1 TO TA-PARCELAS(IDX, IDX-LADO)
                       ADD PC-P1 TO TA-SOMA-P1(IDX, IDX-LADO)
                       ADD PC-P2 TO TA-SOMA-P2(IDX, IDX-LADO)
                       ADD PC-ATIVIDADE TO TA-SOMA-ATIV(IDX, IDX-LADO)
               END-READ
           END-IF.

       ORDENAR-ATRIBUICOES.
      *    POR PROFESSOR E, DENTRO DELE, POR DISCIPLINA, PARA O
      *    RELATORIO SAIR AGRUPADO POR PROFESSOR.
           MOVE 1 TO IDX
           PERFORM UNTIL IDX >= QTD-ATRIB
               COMPUTE IDX-2 = IDX + 1
               PERFORM UNTIL IDX-2 > QTD-ATRIB
                   IF TA-PROFESSOR(IDX-2) < TA-PROFESSOR(IDX)
                      OR (TA-PROFESSOR(IDX-2) = TA-PROFESSOR(IDX)
                          AND TA-DISCIPLINA(IDX-2)
                              < TA-DISCIPLINA(IDX))
                       MOVE ITEM-ATRIB(IDX) TO ATRIB-TROCA
                       MOVE ITEM-ATRIB(IDX-2) TO ITEM-ATRIB(IDX)
                       MOVE ATRIB-TROCA TO ITEM-ATRIB(IDX-2)
                   END-IF
                   ADD 1 TO IDX-2
               END-PERFORM
               ADD 1 TO IDX
           END-PERFORM.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'CONSISTENCIA DE CORRECAO POR PROFESSOR - PERIODO '
               ANO-LETIVO '-' PERIODO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE TOLERANCIA-NOTA TO TOLERANCIA-EDITADA
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'REFERENCIA: A DISCIPLINA NOS PERIODOS LECIONADOS '
               'POR OUTROS PROFESSORES, SEM AS NOTAS DO PROPRIO '
               'PROFESSOR.'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'TOLERANCIA: ' TOLERANCIA-EDITADA ' NAS MEDIAS, '
               TOLERANCIA-TAXA ' PONTOS PERCENTUAIS NAS FAIXAS E '
               'TAXAS. (*) = FORA DA TOLERANCIA.'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-GRUPOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-COLUNAS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           IF QTD-ATRIB = 0
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE 'NENHUMA ATRIBUICAO NO EX12 PARA O PERIODO.'
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE 99999 TO PROF-ANTERIOR
           MOVE 1 TO IDX
           PERFORM UNTIL IDX > QTD-ATRIB
               IF TA-PROFESSOR(IDX) NOT = PROF-ANTERIOR
                   ADD 1 TO QTD-PROFESSORES
                   MOVE TA-PROFESSOR(IDX) TO PROF-ANTERIOR
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING 'PROFESSOR ' TA-PROFESSOR(IDX) ' - '
                       TA-NOME-PROF(IDX)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
               PERFORM IMPRIMIR-ITEM
               ADD 1 TO IDX
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'PROFESSORES: ' QTD-PROFESSORES
               '  DISCIPLINAS: ' QTD-ATRIB
               '  FORA DA TOLERANCIA: ' DISC-SINALIZADAS
               '  SEM NOTAS NO PERIODO: ' DISC-SEM-NOTAS
               '  SEM BASE DE COMPARACAO: ' DISC-SEM-BASE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQ-RELATORIO.

       IMPRIMIR-ITEM.
           IF TA-NOTAS(IDX, 1) = 0
               ADD 1 TO DISC-SEM-NOTAS
               MOVE SPACES TO LINHA-RELATORIO
               STRING TA-DISCIPLINA(IDX) ' SEM NOTAS LANCADAS NO '
                   'PERIODO.'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               MOVE 1 TO IDX-LADO
               PERFORM CALCULAR-FIGURAS
               MOVE SPACES TO MARCAS
               MOVE ZEROS TO DESVIOS
      *        SE A DISCIPLINA SO TEM NOTAS DO PROPRIO PROFESSOR NAO
      *        HA COM O QUE COMPARAR, E A LINHA DA REFERENCIA NAO SAI.
               IF TA-NOTAS(IDX, 2) = 0
                   ADD 1 TO DISC-SEM-BASE
                   PERFORM MONTAR-LINHA
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING '       SO HA NOTAS DESTE PROFESSOR NA '
                       'DISCIPLINA - SEM BASE DE COMPARACAO.'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               ELSE
                   MOVE 2 TO IDX-LADO
                   PERFORM CALCULAR-FIGURAS
                   PERFORM COMPARAR-FIGURAS
                   MOVE 1 TO IDX-LADO
                   PERFORM MONTAR-LINHA
                   MOVE 2 TO IDX-LADO
                   MOVE SPACES TO MARCAS
                   PERFORM MONTAR-LINHA
               END-IF
               IF DESVIOS > 0
                   PERFORM AVISAR-DESVIO
               END-IF
           END-IF.

       CALCULAR-FIGURAS.
           MOVE 1 TO IDX-FAIXA
           PERFORM UNTIL IDX-FAIXA > 5
               COMPUTE FG-FAIXA(IDX-LADO, IDX-FAIXA) ROUNDED =
                   TA-FAIXA(IDX, IDX-LADO, IDX-FAIXA) * 100
                   / TA-NOTAS(IDX, IDX-LADO)
               ADD 1 TO IDX-FAIXA
           END-PERFORM
           COMPUTE FG-APROVADOS(IDX-LADO) ROUNDED =
               TA-APROVADOS(IDX, IDX-LADO) * 100
               / TA-NOTAS(IDX, IDX-LADO)
           COMPUTE FG-RECUPERA(IDX-LADO) ROUNDED =
               TA-RECUPERA(IDX, IDX-LADO) * 100
               / TA-NOTAS(IDX, IDX-LADO)
           COMPUTE FG-REPROVADOS(IDX-LADO) ROUNDED =
               TA-REPROVADOS(IDX, IDX-LADO) * 100
               / TA-NOTAS(IDX, IDX-LADO)
           COMPUTE FG-MEDIA(IDX-LADO) ROUNDED =
               TA-SOMA-NOTAS(IDX, IDX-LADO) / TA-NOTAS(IDX, IDX-LADO)
           IF TA-PARCELAS(IDX, IDX-LADO) > 0
               COMPUTE FG-P1(IDX-LADO) ROUNDED =
                   TA-SOMA-P1(IDX, IDX-LADO)
                   / TA-PARCELAS(IDX, IDX-LADO)
               COMPUTE FG-P2(IDX-LADO) ROUNDED =
                   TA-SOMA-P2(IDX, IDX-LADO)
                   / TA-PARCELAS(IDX, IDX-LADO)
               COMPUTE FG-ATIV(IDX-LADO) ROUNDED =
                   TA-SOMA-ATIV(IDX, IDX-LADO)
                   / TA-PARCELAS(IDX, IDX-LADO)
           ELSE
               MOVE ZEROS TO FG-P1(IDX-LADO)
               MOVE ZEROS TO FG-P2(IDX-LADO)
               MOVE ZEROS TO FG-ATIV(IDX-LADO)
           END-IF.

       COMPARAR-FIGURAS.
      *    CADA FIGURA DO PROFESSOR (LADO 1) CONTRA A DA DISCIPLINA
      *    (LADO 2); A DIFERENCA VALE NOS DOIS SENTIDOS. AS PARCELAS
      *    SO SE COMPARAM QUANDO OS DOIS LADOS TEM PARC7.
           MOVE 1 TO IDX-FAIXA
           PERFORM UNTIL IDX-FAIXA > 5
               COMPUTE DIFERENCA = FG-FAIXA(1, IDX-FAIXA)
                   - FG-FAIXA(2, IDX-FAIXA)
               PERFORM TIRAR-SINAL
               IF DIFERENCA > TOLERANCIA-TAXA
                   MOVE '*' TO MC-FAIXA(IDX-FAIXA)
                   ADD 1 TO DESVIOS
               END-IF
               ADD 1 TO IDX-FAIXA
           END-PERFORM
           COMPUTE DIFERENCA = FG-APROVADOS(1) - FG-APROVADOS(2)
           PERFORM TIRAR-SINAL
           IF DIFERENCA > TOLERANCIA-TAXA
               MOVE '*' TO MC-APROVADOS
               ADD 1 TO DESVIOS
           END-IF
           COMPUTE DIFERENCA = FG-RECUPERA(1) - FG-RECUPERA(2)
           PERFORM TIRAR-SINAL
           IF DIFERENCA > TOLERANCIA-TAXA
               MOVE '*' TO MC-RECUPERA
               ADD 1 TO DESVIOS
           END-IF
           COMPUTE DIFERENCA = FG-REPROVADOS(1) - FG-REPROVADOS(2)
           PERFORM TIRAR-SINAL
           IF DIFERENCA > TOLERANCIA-TAXA
               MOVE '*' TO MC-REPROVADOS
               ADD 1 TO DESVIOS
           END-IF
           COMPUTE DIFERENCA = FG-MEDIA(1) - FG-MEDIA(2)
           PERFORM TIRAR-SINAL
           IF DIFERENCA > TOLERANCIA-NOTA
               MOVE '*' TO MC-MEDIA
               ADD 1 TO DESVIOS
           END-IF
           IF TA-PARCELAS(IDX, 1) > 0 AND TA-PARCELAS(IDX, 2) > 0
               COMPUTE DIFERENCA = FG-P1(1) - FG-P1(2)
               PERFORM TIRAR-SINAL
               IF DIFERENCA > TOLERANCIA-NOTA
                   MOVE '*' TO MC-P1
                   ADD 1 TO DESVIOS
               END-IF
               COMPUTE DIFERENCA = FG-P2(1) - FG-P2(2)
               PERFORM TIRAR-SINAL
               IF DIFERENCA > TOLERANCIA-NOTA
                   MOVE '*' TO MC-P2
                   ADD 1 TO DESVIOS
               END-IF
               COMPUTE DIFERENCA = FG-ATIV(1) - FG-ATIV(2)
               PERFORM TIRAR-SINAL
               IF DIFERENCA > TOLERANCIA-NOTA
                   MOVE '*' TO MC-ATIV
                   ADD 1 TO DESVIOS
               END-IF
           END-IF.

       TIRAR-SINAL.
           IF DIFERENCA < 0
               COMPUTE DIFERENCA = DIFERENCA * -1
           END-IF.

       MONTAR-LINHA.
           MOVE SPACES TO LINHA-DET
           IF IDX-LADO = 1
               MOVE TA-DISCIPLINA(IDX) TO LD-DISCIPLINA
               MOVE 'PROFESSOR' TO LD-ROTULO
           ELSE
               MOVE 'COLEGAS' TO LD-ROTULO
           END-IF
           MOVE TA-NOTAS(IDX, IDX-LADO) TO LD-NOTAS
           MOVE 1 TO IDX-FAIXA
           PERFORM UNTIL IDX-FAIXA > 5
               MOVE FG-FAIXA(IDX-LADO, IDX-FAIXA)
                   TO LD-FAIXA(IDX-FAIXA)
               MOVE MC-FAIXA(IDX-FAIXA) TO LD-MC-FAIXA(IDX-FAIXA)
               ADD 1 TO IDX-FAIXA
           END-PERFORM
           MOVE FG-APROVADOS(IDX-LADO) TO LD-APROVADOS
           MOVE MC-APROVADOS TO LD-MC-APROVADOS
           MOVE FG-RECUPERA(IDX-LADO) TO LD-RECUPERA
           MOVE MC-RECUPERA TO LD-MC-RECUPERA
           MOVE FG-REPROVADOS(IDX-LADO) TO LD-REPROVADOS
           MOVE MC-REPROVADOS TO LD-MC-REPROVADOS
           MOVE FG-MEDIA(IDX-LADO) TO LD-MEDIA
           MOVE MC-MEDIA TO LD-MC-MEDIA
           MOVE FG-P1(IDX-LADO) TO LD-P1
           MOVE MC-P1 TO LD-MC-P1
           MOVE FG-P2(IDX-LADO) TO LD-P2
           MOVE MC-P2 TO LD-MC-P2
           MOVE FG-ATIV(IDX-LADO) TO LD-ATIV
           MOVE MC-ATIV TO LD-MC-ATIV
           MOVE SPACES TO LINHA-RELATORIO
           MOVE LINHA-DET TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       AVISAR-DESVIO.
           ADD 1 TO DISC-SINALIZADAS
           MOVE SPACES TO LINHA-RELATORIO
           IF FG-MEDIA(1) < FG-MEDIA(2)
               STRING '       >>> ' DESVIOS ' FIGURA(S) FORA DA '
                   'TOLERANCIA - MEDIA ABAIXO DA DISCIPLINA (MAIS '
                   'RIGOROSO).'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               IF FG-MEDIA(1) > FG-MEDIA(2)
                   STRING '       >>> ' DESVIOS ' FIGURA(S) FORA DA '
                       'TOLERANCIA - MEDIA ACIMA DA DISCIPLINA (MAIS '
                       'BRANDO).'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               ELSE
                   STRING '       >>> ' DESVIOS ' FIGURA(S) FORA DA '
                       'TOLERANCIA - MESMA MEDIA DA DISCIPLINA, '
                       'DISTRIBUICAO DIFERENTE.'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-IF
           END-IF
           WRITE LINHA-RELATORIO.

       END PROGRAM EX75.
