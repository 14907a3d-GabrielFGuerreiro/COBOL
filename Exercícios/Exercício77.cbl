       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX77.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-RESP ASSIGN TO "RESP29.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-MATRICULA
               FILE STATUS IS FS-RESP.

           SELECT ARQ-ATEST ASSIGN TO "ATEST33.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-CHAVE
               FILE STATUS IS FS-ATEST.

           SELECT ARQ-OCOR ASSIGN TO "OCOR47.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE
               FILE STATUS IS FS-OCOR.

           SELECT ARQ-OCRES ASSIGN TO "OCRES47.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS FS-OCRES.

           SELECT ARQ-MENSAL ASSIGN TO "MENSAL26.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS FS-MENSAL.

           SELECT ARQ-NOTAS ASSIGN TO "NOTASF5.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT ARQ-SEGCH ASSIGN TO "SEGCH35.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS FS-SEGCH.

           SELECT ARQ-NOTIF ASSIGN TO "NOTIF72.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CHAVE
               FILE STATUS IS FS-NOTIF.

           SELECT ARQ-DISPNC ASSIGN TO "DISPNC76.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-CHAVE
               FILE STATUS IS FS-DISPNC.

           SELECT ARQ-DECLAR ASSIGN TO "DECLAR64.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-PROTOCOLO
               FILE STATUS IS FS-DECLAR.

           SELECT ARQ-CERTIF ASSIGN TO "CERTIF65.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-REGISTRO
               FILE STATUS IS FS-CERTIF.

      *    O ARQUIVO MORTO DO EXPURGO DO EX39 E O DE BOLETINS DO EX7.
           SELECT ARQ-MANIFESTO ASSIGN TO "MATEXP39.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-MATRICULA
               FILE STATUS IS FS-MANIFESTO.

           SELECT ARQ-ALUARQ ASSIGN TO "ALUARQ39.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALUARQ.

           SELECT ARQ-NOTARQ ASSIGN TO "NOTARQ39.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTARQ.

           SELECT ARQ-BOLARQ39 ASSIGN TO "BOLARQ39.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOLARQ39.

           SELECT ARQ-BOLARQ ASSIGN TO "BOLARQ7.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOLARQ.

           SELECT ARQ-RELATORIO ASSIGN TO "LGPD77.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-RESP.
           COPY RESP.

       FD  ARQ-ATEST.
           COPY ATEST.

       FD  ARQ-OCOR.
           COPY OCOR.

       FD  ARQ-OCRES.
           COPY OCRES.

       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-SEGCH.
           COPY SEGCH.

       FD  ARQ-NOTIF.
           COPY NOTIF.

       FD  ARQ-DISPNC.
           COPY DISPNC.

       FD  ARQ-DECLAR.
           COPY DECLAR.

       FD  ARQ-CERTIF.
           COPY CERTIF.

       FD  ARQ-MANIFESTO.
       01  REG-MANIFESTO.
           02 MX-MATRICULA   PIC 9(06).
           02 MX-NOME        PIC X(30).
           02 MX-SITUACAO    PIC X(01).
           02 MX-ULTIMO-ANO  PIC 9(04).
           02 MX-DATA-EXPURGO PIC 9(08).

       FD  ARQ-ALUARQ.
       01  IMAGEM-ALUARQ PIC X(63).

       FD  ARQ-NOTARQ.
       01  IMAGEM-NOTARQ PIC X(81).

       FD  ARQ-BOLARQ39.
       01  IMAGEM-BOLARQ PIC X(121).

       FD  ARQ-BOLARQ.
       01  REG-BOLARQ.
           02 BA-MATRICULA   PIC 9(06).
           02 BA-ANO         PIC 9(04).
           02 BA-PERIODO     PIC 9(01).
           02 BA-LINHA       PIC X(110).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-RESP         PIC X(02) VALUE SPACES.
       77 FS-ATEST        PIC X(02) VALUE SPACES.
       77 FS-OCOR         PIC X(02) VALUE SPACES.
       77 FS-OCRES        PIC X(02) VALUE SPACES.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-SEGCH        PIC X(02) VALUE SPACES.
       77 FS-NOTIF        PIC X(02) VALUE SPACES.
       77 FS-DISPNC       PIC X(02) VALUE SPACES.
       77 FS-DECLAR       PIC X(02) VALUE SPACES.
       77 FS-CERTIF       PIC X(02) VALUE SPACES.
       77 FS-MANIFESTO    PIC X(02) VALUE SPACES.
       77 FS-ALUARQ       PIC X(02) VALUE SPACES.
       77 FS-NOTARQ       PIC X(02) VALUE SPACES.
       77 FS-BOLARQ39     PIC X(02) VALUE SPACES.
       77 FS-BOLARQ       PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 MATRICULA-X REDEFINES MATRICULA PIC X(06).
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 OCRES-ABERTO    PIC X(01) VALUE 'N'.
       77 FIM-LEITURA     PIC X(01) VALUE 'N'.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 TITULO-SECAO    PIC X(60) VALUE SPACES.
       77 ARQUIVO-EXISTE  PIC X(01) VALUE 'N'.
       77 QTD-SECAO       PIC 9(05) VALUE ZEROS.
       77 QTD-SECAO-AUX   PIC 9(05) VALUE ZEROS.
       77 QTD-ARQUIVOS    PIC 9(02) VALUE ZEROS.
       77 VALOR-EDIT      PIC ZZZ9.99.
       77 PAGO-EDIT       PIC ZZZ9.99.
       77 MATRICULA-CHAVE PIC X(06) VALUE SPACES.
       77 POS-MATRICULA   PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
      *    RELATORIO DO TITULAR (LGPD): QUANDO O RESPONSAVEL PERGUNTA
      *    QUE DADOS PESSOAIS DO FILHO A ESCOLA GUARDA, A SECRETARIA
      *    TIRA AQUI, POR MATRICULA, TUDO O QUE CADA ARQUIVO TEM DELE
      *    - CADASTRO, RESPONSAVEL, ATESTADOS, OCORRENCIAS, COBRANCAS,
      *    NOTAS, AVISOS ENVIADOS, DISPENSAS, O ARQUIVO MORTO DO EX39
      *    E AS LINHAS DA AUDITORIA CUJA CHAVE TRAZ A MATRICULA.
      *    DECLARACOES (EX64) E CERTIFICADOS (EX65) APARECEM COMO
      *    ESCRITURACAO ESCOLAR GUARDADA POR OBRIGACAO LEGAL. A SAIDA
      *    E LGPD77.PRT; A EMISSAO FICA NA AUDITORIA. A ANONIMIZACAO
      *    DE QUEM JA SAIU E O EX78.
           IF CTX-ATIVO = 'S' AND CTX-MATRICULA > 0
               MOVE CTX-MATRICULA TO MATRICULA
               DISPLAY 'USANDO A MATRICULA DO MENU: ' MATRICULA
           ELSE
               MOVE ZEROS TO DV-OK
               PERFORM UNTIL MATRICULA > 0 AND DV-OK = 1
                   DISPLAY 'DIGITE A MATRICULA DO TITULAR DOS DADOS:'
                   ACCEPT MATRICULA
                   CALL 'MATRDV' USING MATRICULA DV-OK
                   IF DV-OK NOT = 1
                       DISPLAY 'MATRICULA COM DIGITO VERIFICADOR '
                           'INVALIDO - CONFIRA A DIGITACAO.'
                   END-IF
               END-PERFORM
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD) - '
               'MATRICULA ' MATRICULA ' - EMITIDO EM ' DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM RELATAR-CADASTRO
           PERFORM RELATAR-RESPONSAVEL
           PERFORM RELATAR-ATESTADOS
           PERFORM RELATAR-OCORRENCIAS
           PERFORM RELATAR-MENSALIDADES
           PERFORM RELATAR-NOTAS
           PERFORM RELATAR-SEGUNDA-CHAMADA
           PERFORM RELATAR-AVISOS
           PERFORM RELATAR-DISPENSAS
           PERFORM RELATAR-ARQUIVO-MORTO
           PERFORM RELATAR-BOLETINS
           PERFORM RELATAR-ESCRITURACAO
           PERFORM RELATAR-AUDITORIA

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'ARQUIVOS COM DADOS DO TITULAR: ' QTD-ARQUIVOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE '*** FIM DO RELATORIO DO TITULAR ***'
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQ-RELATORIO

           MOVE 'RELAT LGPD' TO AUD-ACAO
           MOVE MATRICULA TO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING QTD-ARQUIVOS ' ARQUIVO(S) COM DADOS DO TITULAR'
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA

           DISPLAY 'RELATORIO DO TITULAR EMITIDO EM LGPD77.PRT - '
               QTD-ARQUIVOS ' ARQUIVO(S) COM DADOS DA MATRICULA '
               MATRICULA '.'
           STOP RUN.

       ABRIR-SECAO.
           MOVE ZEROS TO QTD-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE TITULO-SECAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       FECHAR-SECAO.
           IF ARQUIVO-EXISTE = 'N'
               MOVE '    ARQUIVO AINDA NAO CRIADO NESTA INSTALACAO.'
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               IF QTD-SECAO = 0
                   MOVE '    NADA CONSTA DO TITULAR NESTE ARQUIVO.'
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               ELSE
                   ADD 1 TO QTD-ARQUIVOS
               END-IF
           END-IF.

       RELATAR-CADASTRO.
           MOVE 'ALUNOS.DAT - CADASTRO DO ALUNO (EX5/EX6/EX16)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                   NOT INVALID KEY
                       ADD 1 TO QTD-SECAO
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING '    NOME: ' AL-NOME ' TURMA: ' AL-TURMA
                           ' SITUACAO: ' AL-SITUACAO ' CURSO: '
                           AL-CURSO
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-RESPONSAVEL.
           MOVE 'RESP29.DAT - RESPONSAVEL E ENDERECO (EX29)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-RESP
           IF FS-RESP = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE MATRICULA TO RS-MATRICULA
               READ ARQ-RESP
                   NOT INVALID KEY
                       ADD 1 TO QTD-SECAO
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING '    RESPONSAVEL: ' RS-NOME ' ('
                           RS-PARENTESCO ') TELEFONE: ' RS-TELEFONE
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING '    ENDERECO: ' RS-ENDERECO
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
               END-READ
               CLOSE ARQ-RESP
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-ATESTADOS.
           MOVE 'ATEST33.DAT - ATESTADOS MEDICOS E MOTIVOS (EX33)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-ATEST
           IF FS-ATEST = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE MATRICULA TO AE-MATRICULA
               MOVE ZEROS TO AE-DATA-INICIO
               MOVE 'N' TO FIM-LEITURA
               START ARQ-ATEST KEY IS NOT LESS THAN AE-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-ATEST NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF AE-MATRICULA NOT = MATRICULA
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               ADD 1 TO QTD-SECAO
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING '    ' AE-DATA-INICIO ' A '
                                   AE-DATA-FIM ' MOTIVO: ' AE-MOTIVO
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ATEST
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-OCORRENCIAS.
           MOVE 'OCOR47.DAT - OCORRENCIAS DISCIPLINARES E BAIXAS (EX47)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-OCOR
           IF FS-OCOR = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE 'N' TO OCRES-ABERTO
               OPEN INPUT ARQ-OCRES
               IF FS-OCRES = "00"
                   MOVE 'S' TO OCRES-ABERTO
               END-IF
               MOVE MATRICULA TO OC-MATRICULA
               MOVE ZEROS TO OC-DATA
               MOVE ZEROS TO OC-SEQ
               MOVE 'N' TO FIM-LEITURA
               START ARQ-OCOR KEY IS NOT LESS THAN OC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-OCOR NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF OC-MATRICULA NOT = MATRICULA
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               PERFORM RELATAR-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-OCOR
               IF OCRES-ABERTO = 'S'
                   CLOSE ARQ-OCRES
               END-IF
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-OCORRENCIA.
           ADD 1 TO QTD-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           STRING '    ' OC-DATA '/' OC-SEQ ' TIPO ' OC-TIPO ' GRAV '
               OC-GRAVIDADE ' PROF ' OC-PROFESSOR ': ' OC-DESCRICAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF OCRES-ABERTO = 'S'
               MOVE OC-CHAVE TO OR-CHAVE
               READ ARQ-OCRES
                   NOT INVALID KEY
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING '        BAIXA EM ' OR-DATA-BAIXA ': '
                           OR-PROVIDENCIA
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
               END-READ
           END-IF.

       RELATAR-MENSALIDADES.
           MOVE 'MENSAL26.DAT - MENSALIDADES E PAGAMENTOS (EX26/EX27)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-MENSAL
           IF FS-MENSAL = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE MATRICULA TO MN-MATRICULA
               MOVE ZEROS TO MN-ANO
               MOVE ZEROS TO MN-MES
               MOVE 'N' TO FIM-LEITURA
               START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-MENSAL NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF MN-MATRICULA NOT = MATRICULA
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               ADD 1 TO QTD-SECAO
                               MOVE MN-VALOR TO VALOR-EDIT
                               MOVE MN-VALOR-PAGO TO PAGO-EDIT
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING '    ' MN-MES '/' MN-ANO
                                   ' VALOR ' VALOR-EDIT ' SITUACAO '
                                   MN-SITUACAO ' PAGO ' PAGO-EDIT
                                   ' EM ' MN-DATA-PGTO
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSAL
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-NOTAS.
      *    AS NOTAS EM SI NAO SAO DADO CADASTRAL, MAS CADA LANCAMENTO
      *    LEVA O NOME DO ALUNO; O RELATORIO DIZ QUANTOS SAO E COM QUE
      *    NOME.
           MOVE 'NOTASF5.DAT - LANCAMENTOS DE NOTA COM O NOME (EX5/EX7)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-NOTAS
           IF FS-NOTAS = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE MATRICULA TO CN-MATRICULA
               MOVE ZEROS TO CN-ANO-LETIVO
               MOVE ZEROS TO CN-PERIODO
               MOVE LOW-VALUES TO CN-MATERIA
               MOVE 'N' TO FIM-LEITURA
               START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF CN-MATRICULA NOT = MATRICULA
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               ADD 1 TO QTD-SECAO
                               IF QTD-SECAO = 1
                                   MOVE SPACES TO LINHA-RELATORIO
                                   STRING '    NOME NOS LANCAMENTOS: '
                                       CN-NOME
                                       DELIMITED BY SIZE
                                       INTO LINHA-RELATORIO
                                   WRITE LINHA-RELATORIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTAS
               IF QTD-SECAO > 0
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING '    ' QTD-SECAO ' LANCAMENTO(S) DE NOTA'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-SEGUNDA-CHAMADA.
           MOVE 'SEGCH35.DAT - FILA DE SEGUNDA CHAMADA (EX7/EX35)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-SEGCH
           IF FS-SEGCH = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE MATRICULA TO SC-MATRICULA
               MOVE ZEROS TO SC-ANO
               MOVE ZEROS TO SC-PERIODO
               MOVE LOW-VALUES TO SC-MATERIA
               MOVE 'N' TO FIM-LEITURA
               START ARQ-SEGCH KEY IS NOT LESS THAN SC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-SEGCH NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF SC-MATRICULA NOT = MATRICULA
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               ADD 1 TO QTD-SECAO
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING '    ' SC-ANO '/' SC-PERIODO ' '
                                   SC-MATERIA ' PROVA ' SC-PROVA
                                   ' NOME: ' SC-NOME-ALUNO
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SEGCH
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-AVISOS.
      *    A FILA DE AVISOS E CHAVEADA POR EVENTO, NAO POR MATRICULA:
      *    VARRE O ARQUIVO INTEIRO.
           MOVE 'NOTIF72.DAT - AVISOS AO RESPONSAVEL (EX72/EX73)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-NOTIF
           IF FS-NOTIF = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-NOTIF NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF NF-MATRICULA = MATRICULA
                               ADD 1 TO QTD-SECAO
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING '    ' NF-DATA-GERACAO ' TEL '
                                   NF-TELEFONE ' ' NF-SITUACAO ': '
                                   NF-MENSAGEM
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTIF
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-DISPENSAS.
           MOVE 'DISPNC76.DAT - DISPENSAS DE NADA CONSTA (EX76)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-DISPNC
           IF FS-DISPNC = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE MATRICULA TO DN-MATRICULA
               MOVE LOW-VALUES TO DN-FINALIDADE
               MOVE 'N' TO FIM-LEITURA
               START ARQ-DISPNC KEY IS NOT LESS THAN DN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-DISPNC NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF DN-MATRICULA NOT = MATRICULA
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               ADD 1 TO QTD-SECAO
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING '    ' DN-DATA ' FINALIDADE '
                                   DN-FINALIDADE ' MOTIVO: ' DN-MOTIVO
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DISPNC
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-ARQUIVO-MORTO.
      *    O EXPURGO DO EX39 GUARDA IMAGENS DOS REGISTROS: O CADASTRO
      *    (ALUARQ39), AS NOTAS (NOTARQ39, COM O NOME) E OS BOLETINS
      *    (BOLARQ39), ALEM DO MANIFESTO COM O NOME.
           MOVE SPACES TO TITULO-SECAO
           STRING 'MATEXP39/ALUARQ39/NOTARQ39/BOLARQ39 - ARQUIVO '
               'MORTO (EX39)'
               DELIMITED BY SIZE INTO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-MANIFESTO
           IF FS-MANIFESTO = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE MATRICULA TO MX-MATRICULA
               READ ARQ-MANIFESTO
                   NOT INVALID KEY
                       ADD 1 TO QTD-SECAO
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING '    MANIFESTO: ' MX-NOME ' SITUACAO '
                           MX-SITUACAO ' EXPURGADO EM '
                           MX-DATA-EXPURGO
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
               END-READ
               CLOSE ARQ-MANIFESTO
           END-IF
           OPEN INPUT ARQ-ALUARQ
           IF FS-ALUARQ = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-ALUARQ
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF IMAGEM-ALUARQ(1:6) = MATRICULA-X
                               ADD 1 TO QTD-SECAO
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING '    CADASTRO ARQUIVADO: '
                                   IMAGEM-ALUARQ(7:30)
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALUARQ
           END-IF
           MOVE ZEROS TO QTD-SECAO-AUX
           OPEN INPUT ARQ-NOTARQ
           IF FS-NOTARQ = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-NOTARQ
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF IMAGEM-NOTARQ(1:6) = MATRICULA-X
                               ADD 1 TO QTD-SECAO-AUX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTARQ
           END-IF
           IF QTD-SECAO-AUX > 0
               ADD QTD-SECAO-AUX TO QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING '    ' QTD-SECAO-AUX ' NOTA(S) ARQUIVADA(S) COM '
                   'O NOME'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE ZEROS TO QTD-SECAO-AUX
           OPEN INPUT ARQ-BOLARQ39
           IF FS-BOLARQ39 = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-BOLARQ39
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF IMAGEM-BOLARQ(1:6) = MATRICULA-X
                               ADD 1 TO QTD-SECAO-AUX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BOLARQ39
           END-IF
           IF QTD-SECAO-AUX > 0
               ADD QTD-SECAO-AUX TO QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING '    ' QTD-SECAO-AUX ' LINHA(S) DE BOLETIM '
                   'ARQUIVADO'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-BOLETINS.
           MOVE 'BOLARQ7.DAT - BOLETINS EMITIDOS (EX7)' TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-BOLARQ
           IF FS-BOLARQ = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-BOLARQ
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF BA-MATRICULA = MATRICULA
                               ADD 1 TO QTD-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BOLARQ
               IF QTD-SECAO > 0
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING '    ' QTD-SECAO ' LINHA(S) DE BOLETIM'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-ESCRITURACAO.
      *    DECLARACOES E CERTIFICADOS SAO ESCRITURACAO ESCOLAR: FICAM
      *    COM O NOME POR OBRIGACAO LEGAL E NAO SAO ANONIMIZADOS.
           MOVE SPACES TO TITULO-SECAO
           STRING 'DECLAR64/CERTIF65 - ESCRITURACAO ESCOLAR (GUARDA '
               'LEGAL)'
               DELIMITED BY SIZE INTO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-DECLAR
           IF FS-DECLAR = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-DECLAR NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF DC-MATRICULA = MATRICULA
                               ADD 1 TO QTD-SECAO
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING '    DECLARACAO ' DC-PROTOCOLO
                                   ' TIPO ' DC-TIPO ' DE '
                                   DC-DATA-EMISSAO ': ' DC-NOME
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DECLAR
           END-IF
           OPEN INPUT ARQ-CERTIF
           IF FS-CERTIF = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-CERTIF NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF CT-MATRICULA = MATRICULA
                               ADD 1 TO QTD-SECAO
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING '    CERTIFICADO ' CT-REGISTRO
                                   ' VIA ' CT-VIA ' DE '
                                   CT-DATA-EMISSAO ': ' CT-NOME
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CERTIF
           END-IF
           PERFORM FECHAR-SECAO.

       RELATAR-AUDITORIA.
           MOVE 'AUDIT.LOG - TRILHA DE AUDITORIA (CHAVE PELA MATRICULA)'
               TO TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO ARQUIVO-EXISTE
           OPEN INPUT ARQ-AUDITORIA
           IF FS-AUDIT = "00"
               MOVE 'S' TO ARQUIVO-EXISTE
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-AUDITORIA
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           PERFORM LOCALIZAR-MATRICULA-CHAVE
                           IF MATRICULA-CHAVE = MATRICULA-X
                               ADD 1 TO QTD-SECAO
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING '    ' AUD-DATAHORA(1:14) ' '
                                   AUD-PROGRAMA ' ' AUD-ACAO ' '
                                   AUD-VALOR
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF
           PERFORM FECHAR-SECAO.

       LOCALIZAR-MATRICULA-CHAVE.
      *    A MAIORIA DOS PROGRAMAS ABRE A CHAVE DA AUDITORIA COM A
      *    MATRICULA; O EX61 (ACORDO), O EX62 (ANO), O EX64
      *    (PROTOCOLO) E O EX65 (REGISTRO) A TRAZEM DEPOIS DE
      *    'MATRICULA=' NO MEIO DA CHAVE. O EX49 (INSCRICAO DO
      *    VESTIBULAR) E O EX80 (DATA/PROFESSOR/AULA) NAO GRAVAM
      *    MATRICULA NA CHAVE, MESMO QUANDO ELA COMECA POR NUMERO.
           MOVE SPACES TO MATRICULA-CHAVE
           IF AUD-PROGRAMA NOT = 'EX49' AND AUD-PROGRAMA NOT = 'EX80'
               IF AUD-CHAVE(1:6) IS NUMERIC
                   MOVE AUD-CHAVE(1:6) TO MATRICULA-CHAVE
               ELSE
                   MOVE ZEROS TO POS-MATRICULA
                   INSPECT AUD-CHAVE TALLYING POS-MATRICULA
                       FOR CHARACTERS BEFORE INITIAL 'MATRICULA='
                   IF POS-MATRICULA < 25
                       ADD 11 TO POS-MATRICULA
                       IF AUD-CHAVE(POS-MATRICULA:6) IS NUMERIC
                           MOVE AUD-CHAVE(POS-MATRICULA:6)
                               TO MATRICULA-CHAVE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GRAVAR-AUDITORIA.
      *    REGISTRA A EMISSAO NO MESMO LOG UNICO DOS PROGRAMAS DA
      *    SECRETARIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX77' TO AUD-PROGRAMA
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

       END PROGRAM EX77.
