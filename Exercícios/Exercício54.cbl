       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX54.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BOLSAS ASSIGN TO "BOLSA54.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CHAVE
               FILE STATUS IS FS-BOLSAS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BOLSAS.
           COPY BOLSA.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-BOLSAS       PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 SEQ-BOLSA       PIC 9(02) VALUE ZEROS.
       77 PROXIMA-SEQ     PIC 9(02) VALUE ZEROS.
       77 FIM-LISTA       PIC X(01) VALUE 'N'.
       77 QTD-LISTADAS    PIC 9(02) VALUE ZEROS.
       77 ANO-INI         PIC 9(04) VALUE ZEROS.
       77 MES-INI         PIC 9(02) VALUE ZEROS.
       77 ANO-FIM         PIC 9(04) VALUE ZEROS.
       77 MES-FIM         PIC 9(02) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
       77 PERFIL-ATUAL    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
      *    CADASTRO DE BOLSAS E DESCONTOS POR MATRICULA, LIDO PELO
      *    EX26 NA GERACAO DAS MENSALIDADES. ANTES DELE A SECRETARIA
      *    CORRIGIA NA MAO, TODO MES, A COBRANCA DE QUEM TEM MEIA
      *    BOLSA, DESCONTO DE IRMAOS OU E FILHO DE FUNCIONARIO. CADA
      *    CONCESSAO TEM TIPO, PERCENTUAL OU VALOR FIXO E A FAIXA DE
      *    COMPETENCIAS EM QUE VALE; INCLUIR E EXCLUIR MEXEM NO VALOR
      *    COBRADO DA FAMILIA, ENTAO SO O PERFIL DE CHEFE PASSA.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO OPERADOR-ATUAL
               MOVE CTX-PERFIL   TO PERFIL-ATUAL
           END-IF

           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               STOP RUN
           END-IF

           OPEN I-O ARQ-BOLSAS
           IF FS-BOLSAS = "35"
               OPEN OUTPUT ARQ-BOLSAS
               CLOSE ARQ-BOLSAS
               OPEN I-O ARQ-BOLSAS
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'CADASTRO DE BOLSAS E DESCONTOS:'
               DISPLAY '(I)NCLUIR (L)ISTAR DO ALUNO (T)ODAS '
                   '(E)XCLUIR (F)IM'
               ACCEPT OPCAO
               IF OPCAO = 'I' OR OPCAO = 'i'
                   PERFORM EXIGIR-PERFIL-CHEFE
                   IF PERFIL-CHEFE-OK = 'S'
                       PERFORM INCLUIR-BOLSA
                   END-IF
               ELSE
                   IF OPCAO = 'L' OR OPCAO = 'l'
                       PERFORM PEDIR-MATRICULA
                       PERFORM LISTAR-BOLSAS-ALUNO
                   ELSE
                       IF OPCAO = 'T' OR OPCAO = 't'
                           PERFORM LISTAR-TODAS
                       ELSE
                           IF OPCAO = 'E' OR OPCAO = 'e'
                               PERFORM EXIGIR-PERFIL-CHEFE
                               IF PERFIL-CHEFE-OK = 'S'
                                   PERFORM EXCLUIR-BOLSA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-BOLSAS
           CLOSE ARQ-ALUNOS
           STOP RUN.

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

       INCLUIR-BOLSA.
           PERFORM PEDIR-MATRICULA
           MOVE MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' AL-NOME
                   PERFORM LISTAR-BOLSAS-ALUNO
                   PERFORM PEDIR-DADOS-BOLSA
                   MOVE MATRICULA   TO BO-MATRICULA
                   MOVE PROXIMA-SEQ TO BO-SEQ
                   WRITE REG-BOLSA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A BOLSA: '
                               FS-BOLSAS
                       NOT INVALID KEY
                           DISPLAY 'BOLSA/DESCONTO ' BO-SEQ
                               ' GRAVADO PARA ' MATRICULA
                           MOVE 'INCLUSAO BOLSA' TO AUD-ACAO
                           MOVE SPACES TO AUD-CHAVE
                           STRING MATRICULA '/' BO-SEQ
                               DELIMITED BY SIZE INTO AUD-CHAVE
                           MOVE SPACES TO AUD-VALOR
                           STRING BO-TIPO BO-MODO ' '
                               BO-PERCENTUAL ' ' BO-VALOR ' '
                               BO-COMPET-INI '-' BO-COMPET-FIM
                               DELIMITED BY SIZE INTO AUD-VALOR
                           PERFORM GRAVAR-AUDITORIA
                   END-WRITE
           END-READ.

       PEDIR-DADOS-BOLSA.
      *    A FAIXA DE COMPETENCIAS E GUARDADA COMO AAAAMM PARA O EX26
      *    COMPARAR COM UMA CONTA SO; O FIM NAO PODE VIR ANTES DO
      *    INICIO. O PERCENTUAL PASSA DE 100 NAO FAZ SENTIDO E O
      *    VALOR FIXO MAIOR QUE A MENSALIDADE E LIMITADO NA GERACAO.
           MOVE SPACES TO BO-TIPO
           PERFORM UNTIL BO-TIPO = 'B' OR BO-TIPO = 'I'
                   OR BO-TIPO = 'F' OR BO-TIPO = 'O'
               DISPLAY 'TIPO: (B)OLSA, DESCONTO DE (I)RMAOS, (F)ILHO '
                   'DE FUNCIONARIO OU (O)UTRO?'
               ACCEPT BO-TIPO
           END-PERFORM
           MOVE SPACES TO BO-MODO
           PERFORM UNTIL BO-MODO = 'P' OR BO-MODO = 'V'
               DISPLAY 'CONCEDIDO EM (P)ERCENTUAL OU (V)ALOR FIXO?'
               ACCEPT BO-MODO
           END-PERFORM
           MOVE ZEROS TO BO-PERCENTUAL
           MOVE ZEROS TO BO-VALOR
           IF BO-MODO = 'P'
               PERFORM UNTIL BO-PERCENTUAL > 0
                       AND BO-PERCENTUAL NOT > 100
                   DISPLAY 'DIGITE O PERCENTUAL (EX: 050.00)'
                   ACCEPT BO-PERCENTUAL
               END-PERFORM
           ELSE
               PERFORM UNTIL BO-VALOR > 0
                   DISPLAY 'DIGITE O VALOR DO DESCONTO (EX: 0100.00)'
                   ACCEPT BO-VALOR
               END-PERFORM
           END-IF
           MOVE ZEROS TO BO-COMPET-INI
           MOVE ZEROS TO BO-COMPET-FIM
           PERFORM UNTIL BO-COMPET-INI > 0
               MOVE ZEROS TO ANO-INI
               MOVE ZEROS TO MES-INI
               PERFORM UNTIL ANO-INI >= 1900 AND ANO-INI <= 2999
                   DISPLAY 'ANO DA PRIMEIRA COMPETENCIA (EX: 2026)'
                   ACCEPT ANO-INI
               END-PERFORM
               PERFORM UNTIL MES-INI >= 1 AND MES-INI <= 12
                   DISPLAY 'MES DA PRIMEIRA COMPETENCIA (1 A 12)'
                   ACCEPT MES-INI
               END-PERFORM
               COMPUTE BO-COMPET-INI = ANO-INI * 100 + MES-INI
           END-PERFORM
           PERFORM UNTIL BO-COMPET-FIM >= BO-COMPET-INI
               MOVE ZEROS TO ANO-FIM
               MOVE ZEROS TO MES-FIM
               PERFORM UNTIL ANO-FIM >= 1900 AND ANO-FIM <= 2999
                   DISPLAY 'ANO DA ULTIMA COMPETENCIA (EX: 2026)'
                   ACCEPT ANO-FIM
               END-PERFORM
               PERFORM UNTIL MES-FIM >= 1 AND MES-FIM <= 12
                   DISPLAY 'MES DA ULTIMA COMPETENCIA (1 A 12)'
                   ACCEPT MES-FIM
               END-PERFORM
               COMPUTE BO-COMPET-FIM = ANO-FIM * 100 + MES-FIM
               IF BO-COMPET-FIM < BO-COMPET-INI
                   DISPLAY 'A ULTIMA COMPETENCIA NAO PODE SER ANTES '
                       'DA PRIMEIRA.'
               END-IF
           END-PERFORM
           MOVE SPACES TO BO-MOTIVO
           DISPLAY 'MOTIVO OU OBSERVACAO (OPCIONAL):'
           ACCEPT BO-MOTIVO.

       LISTAR-BOLSAS-ALUNO.
      *    LISTA AS CONCESSOES DA MATRICULA E, DE QUEBRA, DESCOBRE A
      *    PROXIMA SEQUENCIA LIVRE PARA A INCLUSAO.
           MOVE ZEROS TO QTD-LISTADAS
           MOVE 1 TO PROXIMA-SEQ
           MOVE 'N' TO FIM-LISTA
           MOVE MATRICULA TO BO-MATRICULA
           MOVE ZEROS TO BO-SEQ
           START ARQ-BOLSAS KEY IS NOT LESS THAN BO-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-BOLSAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF BO-MATRICULA NOT = MATRICULA
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           ADD 1 TO QTD-LISTADAS
                           COMPUTE PROXIMA-SEQ = BO-SEQ + 1
                           PERFORM MOSTRAR-BOLSA
                       END-IF
               END-READ
           END-PERFORM
           IF QTD-LISTADAS = 0
               DISPLAY 'NENHUMA BOLSA OU DESCONTO PARA ' MATRICULA
           END-IF.

       LISTAR-TODAS.
           MOVE 'N' TO FIM-LISTA
           MOVE ZEROS TO BO-MATRICULA
           MOVE ZEROS TO BO-SEQ
           START ARQ-BOLSAS KEY IS NOT LESS THAN BO-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-BOLSAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       PERFORM MOSTRAR-BOLSA
               END-READ
           END-PERFORM.

       MOSTRAR-BOLSA.
           IF BO-MODO = 'P'
               DISPLAY BO-MATRICULA '/' BO-SEQ ' TIPO ' BO-TIPO
                   ' PERCENTUAL ' BO-PERCENTUAL ' DE ' BO-COMPET-INI
                   ' ATE ' BO-COMPET-FIM ' ' BO-MOTIVO
           ELSE
               DISPLAY BO-MATRICULA '/' BO-SEQ ' TIPO ' BO-TIPO
                   ' VALOR FIXO ' BO-VALOR ' DE ' BO-COMPET-INI
                   ' ATE ' BO-COMPET-FIM ' ' BO-MOTIVO
           END-IF.

       EXCLUIR-BOLSA.
      *    A EXCLUSAO NAO MEXE NAS MENSALIDADES JA GERADAS: SO DEIXA
      *    DE VALER DA PROXIMA GERACAO DO EX26 EM DIANTE.
           PERFORM PEDIR-MATRICULA
           PERFORM LISTAR-BOLSAS-ALUNO
           IF QTD-LISTADAS > 0
               MOVE ZEROS TO SEQ-BOLSA
               PERFORM UNTIL SEQ-BOLSA > 0
                   DISPLAY 'DIGITE A SEQUENCIA A EXCLUIR:'
                   ACCEPT SEQ-BOLSA
               END-PERFORM
               MOVE MATRICULA TO BO-MATRICULA
               MOVE SEQ-BOLSA TO BO-SEQ
               READ ARQ-BOLSAS
                   INVALID KEY
                       DISPLAY 'SEQUENCIA NAO CADASTRADA: ' SEQ-BOLSA
                   NOT INVALID KEY
                       DELETE ARQ-BOLSAS
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR A BOLSA: '
                                   FS-BOLSAS
                           NOT INVALID KEY
                               PERFORM AUDITAR-EXCLUSAO-BOLSA
                       END-DELETE
               END-READ
           END-IF.

       AUDITAR-EXCLUSAO-BOLSA.
           MOVE 'EXCLUSAO BOLSA' TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           STRING MATRICULA '/' SEQ-BOLSA
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING BO-TIPO BO-MODO ' '
               BO-PERCENTUAL ' ' BO-VALOR ' '
               BO-COMPET-INI '-' BO-COMPET-FIM
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA
           DISPLAY 'BOLSA/DESCONTO EXCLUIDO.'.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM GRAVOU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX54' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           MOVE OPERADOR-ATUAL TO AUD-OPERADOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM EX54.
