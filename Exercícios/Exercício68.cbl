       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX68.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROVAS ASSIGN TO "PROVAS68.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CHAVE
               FILE STATUS IS FS-PROVAS.

           SELECT ARQ-CALEND ASSIGN TO "CALEND32.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS FS-CALEND.

           SELECT ARQ-TURMAS ASSIGN TO "TURMAS13.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS FS-TURMAS.

           SELECT ARQ-DISCIP ASSIGN TO "DISCIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-CODIGO
               FILE STATUS IS FS-DISCIP.

           SELECT ARQ-IMPRESSO ASSIGN TO "PROVAS68.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPRESSO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROVAS.
           COPY PROVA.

       FD  ARQ-CALEND.
           COPY CALEND.

       FD  ARQ-TURMAS.
           COPY TURMA.

       FD  ARQ-DISCIP.
           COPY DISCIP.

       FD  ARQ-IMPRESSO.
       01  LINHA-IMPRESSO PIC X(80).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-PROVAS       PIC X(02) VALUE SPACES.
       77 FS-CALEND       PIC X(02) VALUE SPACES.
       77 FS-TURMAS       PIC X(02) VALUE SPACES.
       77 FS-DISCIP       PIC X(02) VALUE SPACES.
       77 FS-IMPRESSO     PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 PERIODO         PIC 9(01) VALUE ZEROS.
       77 MAXIMO-POR-DIA  PIC 9(01) VALUE ZEROS.
       77 TURMA-ALVO      PIC X(06) VALUE SPACES.
       77 MATERIA         PIC X(06) VALUE SPACES.
       77 TIPO-PROVA      PIC X(02) VALUE SPACES.
       77 DATA-PROVA      PIC 9(08) VALUE ZEROS.
       77 DATA-ANTERIOR   PIC 9(08) VALUE ZEROS.
       77 DATA-OK         PIC X(01) VALUE 'N'.
       77 TURMA-OK        PIC X(01) VALUE 'N'.
       77 MATERIA-OK      PIC X(01) VALUE 'N'.
       77 FIM-LISTA       PIC X(01) VALUE 'N'.
       77 FIM-TURMAS      PIC X(01) VALUE 'N'.
       77 PROVAS-NO-DIA   PIC 9(02) VALUE ZEROS.
       77 TURMAS-IMPRESSAS PIC 9(04) VALUE ZEROS.
       77 IDX             PIC 9(02) VALUE ZEROS.
       77 IDX-2           PIC 9(02) VALUE ZEROS.
       77 PROVAS-FORA     PIC 9(04) VALUE ZEROS.
       77 DATA-EXIBIDA    PIC X(10) VALUE SPACES.
      *    PROVAS DE UMA TURMA NO PERIODO, EM ORDEM DE DATA PARA O
      *    MURAL DOS PAIS.
       01 TABELA-PROVAS.
           02 QTD-PROVAS     PIC 9(02) VALUE ZEROS.
           02 ITEM-PROVA OCCURS 60 TIMES.
               03 TP-DATA        PIC 9(08).
               03 TP-PROVA       PIC X(02).
               03 TP-MATERIA     PIC X(06).
       01 PROVA-TROCA        PIC X(16).
       01 LINHA-PROVA.
           02 LP-DATA        PIC X(10).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LP-PROVA       PIC X(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LP-MATERIA     PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LP-NOME        PIC X(30).
       PROCEDURE DIVISION.
      *    CALENDARIO DE PROVAS POR ANO/PERIODO, TURMA E DISCIPLINA:
      *    AS DATAS DA P1 E DA P2 SO EXISTIAM NO QUADRO DA PAREDE DA
      *    COORDENACAO, E HAVIA TURMA COM TRES PROVAS NO MESMO DIA. A
      *    DATA TEM DE SER DIA LETIVO DO CALENDARIO DO EX32, A TURMA
      *    NAO PODE PASSAR DO MAXIMO DE PROVAS NUM MESMO DIA, E O
      *    CALENDARIO DE CADA TURMA SAI IMPRESSO PARA O MURAL DOS
      *    PAIS. O EX35 CONFERE A SEGUNDA CHAMADA CONTRA ESTE ARQUIVO.
           PERFORM UNTIL ANO-LETIVO >= 1900 AND ANO-LETIVO <= 2999
               DISPLAY 'DIGITE O ANO LETIVO (EX: 2026)'
               ACCEPT ANO-LETIVO
           END-PERFORM
           PERFORM UNTIL PERIODO = 1 OR PERIODO = 2
               DISPLAY 'DIGITE O PERIODO (1 OU 2)'
               ACCEPT PERIODO
           END-PERFORM
           DISPLAY 'MAXIMO DE PROVAS POR TURMA NO MESMO DIA (0 = '
               'PADRAO 2):'
           ACCEPT MAXIMO-POR-DIA
           IF MAXIMO-POR-DIA = 0
               MOVE 2 TO MAXIMO-POR-DIA
           END-IF

           OPEN INPUT ARQ-CALEND
           IF FS-CALEND NOT = "00"
               DISPLAY 'CALEND32.DAT NAO ENCONTRADO - RODE O EX32 '
                   'ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-TURMAS
           IF FS-TURMAS NOT = "00"
               DISPLAY 'TURMAS13.DAT NAO ENCONTRADO - RODE O EX13 '
                   'ANTES.'
               CLOSE ARQ-CALEND
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DISCIP
           IF FS-DISCIP NOT = "00"
               DISPLAY 'CATALOGO DE DISCIPLINAS NAO ENCONTRADO '
                   '(DISCIP.DAT) - RODE O EX11 ANTES.'
               CLOSE ARQ-CALEND
               CLOSE ARQ-TURMAS
               STOP RUN
           END-IF
           OPEN I-O ARQ-PROVAS
           IF FS-PROVAS = "35"
               OPEN OUTPUT ARQ-PROVAS
               CLOSE ARQ-PROVAS
               OPEN I-O ARQ-PROVAS
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'CALENDARIO DE PROVAS ' ANO-LETIVO '-' PERIODO
                   ' (MAXIMO ' MAXIMO-POR-DIA ' POR DIA):'
               DISPLAY '(M)ARCAR OU REMARCAR PROVA (E)XCLUIR PROVA '
                   '(L)ISTAR TURMA (I)MPRIMIR (F)IM'
               ACCEPT OPCAO
               IF OPCAO = 'M' OR OPCAO = 'm'
                   PERFORM MARCAR-PROVA
               ELSE
                   IF OPCAO = 'E' OR OPCAO = 'e'
                       PERFORM EXCLUIR-PROVA
                   ELSE
                       IF OPCAO = 'L' OR OPCAO = 'l'
                           PERFORM LISTAR-TURMA
                       ELSE
                           IF OPCAO = 'I' OR OPCAO = 'i'
                               PERFORM IMPRIMIR-CALENDARIO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-PROVAS
           CLOSE ARQ-CALEND
           CLOSE ARQ-TURMAS
           CLOSE ARQ-DISCIP
           STOP RUN.

       PEDIR-TURMA.
           MOVE 'N' TO TURMA-OK
           PERFORM UNTIL TURMA-OK = 'S'
               MOVE SPACES TO TURMA-ALVO
               PERFORM UNTIL TURMA-ALVO NOT = SPACES
                   DISPLAY 'DIGITE O CODIGO DA TURMA (EX: 3A-MAT):'
                   ACCEPT TURMA-ALVO
               END-PERFORM
               MOVE TURMA-ALVO TO TU-CODIGO
               READ ARQ-TURMAS
                   INVALID KEY
                       DISPLAY 'TURMA NAO CADASTRADA NO EX13: '
                           TURMA-ALVO
                   NOT INVALID KEY
                       MOVE 'S' TO TURMA-OK
               END-READ
           END-PERFORM.

       PEDIR-MATERIA.
           MOVE 'N' TO MATERIA-OK
           PERFORM UNTIL MATERIA-OK = 'S'
               MOVE SPACES TO MATERIA
               PERFORM UNTIL MATERIA NOT = SPACES
                   DISPLAY 'DIGITE O CODIGO DA DISCIPLINA '
                       '(EX: MAT001):'
                   ACCEPT MATERIA
               END-PERFORM
               MOVE MATERIA TO DI-CODIGO
               READ ARQ-DISCIP
                   INVALID KEY
                       DISPLAY 'DISCIPLINA FORA DO CATALOGO DO EX11: '
                           MATERIA
                   NOT INVALID KEY
                       DISPLAY 'DISCIPLINA: ' DI-NOME
                       MOVE 'S' TO MATERIA-OK
               END-READ
           END-PERFORM.

       PEDIR-TIPO-PROVA.
           MOVE SPACES TO TIPO-PROVA
           PERFORM UNTIL TIPO-PROVA = 'P1' OR TIPO-PROVA = 'P2'
               DISPLAY 'AVALIACAO (P1 OU P2):'
               ACCEPT TIPO-PROVA
               IF TIPO-PROVA(1:1) = 'p'
                   MOVE 'P' TO TIPO-PROVA(1:1)
               END-IF
           END-PERFORM.

       PEDIR-DATA-PROVA.
      *    SO DIA LETIVO DO PERIODO NO CALENDARIO DO EX32 SERVE:
      *    PROVA EM DOMINGO, FERIADO OU FORA DO PERIODO E RECUSADA.
           MOVE 'N' TO DATA-OK
           PERFORM UNTIL DATA-OK = 'S'
               DISPLAY 'DATA DA PROVA (AAAAMMDD):'
               ACCEPT DATA-PROVA
               MOVE ANO-LETIVO TO CL-ANO
               MOVE PERIODO TO CL-PERIODO
               MOVE DATA-PROVA TO CL-DATA
               READ ARQ-CALEND
                   INVALID KEY
                       DISPLAY 'DATA ' DATA-PROVA ' NAO E DIA LETIVO '
                           'DE ' ANO-LETIVO '-' PERIODO
                           ' NO CALENDARIO DO EX32.'
                   NOT INVALID KEY
                       MOVE 'S' TO DATA-OK
               END-READ
           END-PERFORM.

       MARCAR-PROVA.
      *    A MESMA CHAVE MARCADA DE NOVO E REMARCACAO: A PROVA NAO
      *    CONTA CONTRA ELA MESMA NO LIMITE DO DIA.
           PERFORM PEDIR-TURMA
           PERFORM PEDIR-MATERIA
           PERFORM PEDIR-TIPO-PROVA
           PERFORM PEDIR-DATA-PROVA
           PERFORM CONTAR-PROVAS-NO-DIA
           IF PROVAS-NO-DIA NOT < MAXIMO-POR-DIA
               DISPLAY 'PROVA RECUSADA: A TURMA ' TURMA-ALVO
                   ' JA TEM ' PROVAS-NO-DIA ' PROVA(S) EM '
                   DATA-PROVA ' (MAXIMO ' MAXIMO-POR-DIA ').'
           ELSE
               PERFORM MONTAR-CHAVE-PROVA
               READ ARQ-PROVAS
                   INVALID KEY
                       PERFORM GRAVAR-PROVA-NOVA
                   NOT INVALID KEY
                       PERFORM REMARCAR-PROVA
               END-READ
           END-IF.

       MONTAR-CHAVE-PROVA.
           MOVE ANO-LETIVO TO PV-ANO
           MOVE PERIODO TO PV-PERIODO
           MOVE TURMA-ALVO TO PV-TURMA
           MOVE MATERIA TO PV-MATERIA
           MOVE TIPO-PROVA TO PV-PROVA.

       CONTAR-PROVAS-NO-DIA.
           MOVE ZEROS TO PROVAS-NO-DIA
           MOVE 'N' TO FIM-LISTA
           MOVE ANO-LETIVO TO PV-ANO
           MOVE PERIODO TO PV-PERIODO
           MOVE TURMA-ALVO TO PV-TURMA
           MOVE LOW-VALUES TO PV-MATERIA
           MOVE LOW-VALUES TO PV-PROVA
           START ARQ-PROVAS KEY IS NOT LESS THAN PV-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-PROVAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF PV-ANO NOT = ANO-LETIVO
                          OR PV-PERIODO NOT = PERIODO
                          OR PV-TURMA NOT = TURMA-ALVO
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           IF PV-DATA = DATA-PROVA
                              AND (PV-MATERIA NOT = MATERIA
                                   OR PV-PROVA NOT = TIPO-PROVA)
                               ADD 1 TO PROVAS-NO-DIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-PROVA-NOVA.
           PERFORM MONTAR-CHAVE-PROVA
           MOVE DATA-PROVA TO PV-DATA
           PERFORM CARIMBAR-OPERADOR
           WRITE REG-PROVA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A PROVA: ' FS-PROVAS
               NOT INVALID KEY
                   DISPLAY TIPO-PROVA ' DE ' MATERIA ' DA TURMA '
                       TURMA-ALVO ' MARCADA PARA ' DATA-PROVA
                   MOVE 'MARCA PROVA' TO AUD-ACAO
                   PERFORM AUDITAR-PROVA
           END-WRITE.

       REMARCAR-PROVA.
           MOVE PV-DATA TO DATA-ANTERIOR
           MOVE DATA-PROVA TO PV-DATA
           PERFORM CARIMBAR-OPERADOR
           REWRITE REG-PROVA
               INVALID KEY
                   DISPLAY 'ERRO AO REMARCAR A PROVA: ' FS-PROVAS
               NOT INVALID KEY
                   DISPLAY TIPO-PROVA ' DE ' MATERIA ' DA TURMA '
                       TURMA-ALVO ' REMARCADA DE ' DATA-ANTERIOR
                       ' PARA ' DATA-PROVA
                   MOVE 'REMARCA PROVA' TO AUD-ACAO
                   PERFORM AUDITAR-PROVA
           END-REWRITE.

       CARIMBAR-OPERADOR.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO PV-OPERADOR
           ELSE
               MOVE ZEROS TO PV-OPERADOR
           END-IF.

       AUDITAR-PROVA.
           MOVE SPACES TO AUD-CHAVE
           STRING ANO-LETIVO '-' PERIODO '/' TURMA-ALVO '/' MATERIA
               '/' TIPO-PROVA
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'DATA=' DATA-PROVA
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

       EXCLUIR-PROVA.
           PERFORM PEDIR-TURMA
           PERFORM PEDIR-MATERIA
           PERFORM PEDIR-TIPO-PROVA
           PERFORM MONTAR-CHAVE-PROVA
           READ ARQ-PROVAS
               INVALID KEY
                   DISPLAY 'PROVA NAO MARCADA NO CALENDARIO.'
               NOT INVALID KEY
                   MOVE PV-DATA TO DATA-PROVA
                   DELETE ARQ-PROVAS
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR A PROVA: '
                               FS-PROVAS
                       NOT INVALID KEY
                           DISPLAY 'PROVA EXCLUIDA DO CALENDARIO.'
                           MOVE 'EXCLUI PROVA' TO AUD-ACAO
                           PERFORM AUDITAR-PROVA
                   END-DELETE
           END-READ.

       CARREGAR-PROVAS-TURMA.
      *    JUNTA AS PROVAS DA TURMA NO PERIODO E ORDENA POR DATA -
      *    ORDENACAO SIMPLES POR TROCA, COMO NO DIARIO DO EX48.
           MOVE ZEROS TO QTD-PROVAS
           MOVE 'N' TO FIM-LISTA
           MOVE ANO-LETIVO TO PV-ANO
           MOVE PERIODO TO PV-PERIODO
           MOVE TURMA-ALVO TO PV-TURMA
           MOVE LOW-VALUES TO PV-MATERIA
           MOVE LOW-VALUES TO PV-PROVA
           START ARQ-PROVAS KEY IS NOT LESS THAN PV-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-PROVAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF PV-ANO NOT = ANO-LETIVO
                          OR PV-PERIODO NOT = PERIODO
                          OR PV-TURMA NOT = TURMA-ALVO
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           IF QTD-PROVAS < 60
                               ADD 1 TO QTD-PROVAS
                               MOVE PV-DATA TO TP-DATA(QTD-PROVAS)
                               MOVE PV-PROVA TO TP-PROVA(QTD-PROVAS)
                               MOVE PV-MATERIA
                                   TO TP-MATERIA(QTD-PROVAS)
                           ELSE
                               ADD 1 TO PROVAS-FORA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 1 TO IDX
           PERFORM UNTIL IDX >= QTD-PROVAS
               COMPUTE IDX-2 = IDX + 1
               PERFORM UNTIL IDX-2 > QTD-PROVAS
                   IF TP-DATA(IDX-2) < TP-DATA(IDX)
                       MOVE ITEM-PROVA(IDX) TO PROVA-TROCA
                       MOVE ITEM-PROVA(IDX-2) TO ITEM-PROVA(IDX)
                       MOVE PROVA-TROCA TO ITEM-PROVA(IDX-2)
                   END-IF
                   ADD 1 TO IDX-2
               END-PERFORM
               ADD 1 TO IDX
           END-PERFORM.

       MONTAR-LINHA-PROVA.
           MOVE SPACES TO DATA-EXIBIDA
           STRING TP-DATA(IDX)(7:2) '/' TP-DATA(IDX)(5:2) '/'
               TP-DATA(IDX)(1:4)
               DELIMITED BY SIZE INTO DATA-EXIBIDA
           MOVE DATA-EXIBIDA TO LP-DATA
           MOVE TP-PROVA(IDX) TO LP-PROVA
           MOVE TP-MATERIA(IDX) TO LP-MATERIA
           MOVE TP-MATERIA(IDX) TO DI-CODIGO
           READ ARQ-DISCIP
               INVALID KEY
                   MOVE '(FORA DO CATALOGO)' TO LP-NOME
               NOT INVALID KEY
                   MOVE DI-NOME TO LP-NOME
           END-READ.

       LISTAR-TURMA.
           PERFORM PEDIR-TURMA
           PERFORM CARREGAR-PROVAS-TURMA
           MOVE 1 TO IDX
           PERFORM UNTIL IDX > QTD-PROVAS
               PERFORM MONTAR-LINHA-PROVA
               DISPLAY LINHA-PROVA
               ADD 1 TO IDX
           END-PERFORM
           DISPLAY QTD-PROVAS ' PROVA(S) MARCADA(S) PARA A TURMA '
               TURMA-ALVO ' EM ' ANO-LETIVO '-' PERIODO '.'.

       IMPRIMIR-CALENDARIO.
      *    UMA FOLHA POR TURMA PARA O MURAL; TURMA EM BRANCO IMPRIME
      *    TODAS AS TURMAS QUE TEM PROVA MARCADA NO PERIODO.
           MOVE ZEROS TO TURMAS-IMPRESSAS
           MOVE ZEROS TO PROVAS-FORA
           DISPLAY 'TURMA A IMPRIMIR (EM BRANCO = TODAS):'
           MOVE SPACES TO TURMA-ALVO
           ACCEPT TURMA-ALVO
           OPEN OUTPUT ARQ-IMPRESSO
           IF TURMA-ALVO NOT = SPACES
               PERFORM IMPRIMIR-FOLHA-TURMA
           ELSE
               MOVE 'N' TO FIM-TURMAS
               MOVE LOW-VALUES TO TU-CODIGO
               START ARQ-TURMAS KEY IS NOT LESS THAN TU-CODIGO
                   INVALID KEY
                       MOVE 'S' TO FIM-TURMAS
               END-START
               PERFORM UNTIL FIM-TURMAS = 'S'
                   READ ARQ-TURMAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-TURMAS
                       NOT AT END
                           MOVE TU-CODIGO TO TURMA-ALVO
                           PERFORM IMPRIMIR-FOLHA-TURMA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARQ-IMPRESSO
           DISPLAY 'CALENDARIO DE ' TURMAS-IMPRESSAS ' TURMA(S) '
               'GRAVADO EM PROVAS68.PRT.'
           IF PROVAS-FORA > 0
               DISPLAY 'AVISO: ' PROVAS-FORA ' PROVA(S) ALEM DE 60 '
                   'POR TURMA FICARAM FORA DA IMPRESSAO.'
           END-IF.

       IMPRIMIR-FOLHA-TURMA.
           PERFORM CARREGAR-PROVAS-TURMA
           IF QTD-PROVAS > 0
               ADD 1 TO TURMAS-IMPRESSAS
               IF TURMAS-IMPRESSAS > 1
                   MOVE SPACES TO LINHA-IMPRESSO
                   WRITE LINHA-IMPRESSO
                   MOVE ALL '-' TO LINHA-IMPRESSO
                   WRITE LINHA-IMPRESSO
               END-IF
               MOVE SPACES TO LINHA-IMPRESSO
               STRING 'CALENDARIO DE PROVAS - TURMA ' TURMA-ALVO
                   ' - ' ANO-LETIVO '/' PERIODO 'O PERIODO'
                   DELIMITED BY SIZE INTO LINHA-IMPRESSO
               WRITE LINHA-IMPRESSO
               MOVE SPACES TO LINHA-IMPRESSO
               WRITE LINHA-IMPRESSO
               MOVE 'DATA        PV  DISC.   DISCIPLINA'
                   TO LINHA-IMPRESSO
               WRITE LINHA-IMPRESSO
               MOVE 1 TO IDX
               PERFORM UNTIL IDX > QTD-PROVAS
                   PERFORM MONTAR-LINHA-PROVA
                   MOVE LINHA-PROVA TO LINHA-IMPRESSO
                   WRITE LINHA-IMPRESSO
                   ADD 1 TO IDX
               END-PERFORM
               MOVE SPACES TO LINHA-IMPRESSO
               WRITE LINHA-IMPRESSO
               MOVE 'A SEGUNDA CHAMADA SO E CONCEDIDA A QUEM TEVE FALTA'
                   TO LINHA-IMPRESSO
               WRITE LINHA-IMPRESSO
               MOVE 'REGISTRADA NO DIA DA PROVA.' TO LINHA-IMPRESSO
               WRITE LINHA-IMPRESSO
           END-IF.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM GRAVOU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX68' TO AUD-PROGRAMA
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

       END PROGRAM EX68.
