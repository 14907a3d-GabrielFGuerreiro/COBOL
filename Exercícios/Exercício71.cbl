       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX71.
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

           SELECT ARQ-FREQ ASSIGN TO "FREQ25.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS FS-FREQ.

           SELECT ARQ-MENSAL ASSIGN TO "MENSAL26.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS FS-MENSAL.

           SELECT ARQ-RESP ASSIGN TO "RESP29.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-MATRICULA
               FILE STATUS IS FS-RESP.

           SELECT ARQ-PORTAL ASSIGN TO "PORTAL71.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PORTAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-PARC.
           COPY PARC.

       FD  ARQ-FREQ.
           COPY FREQ.

       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-RESP.
           COPY RESP.

       FD  ARQ-PORTAL.
       01  LINHA-PORTAL PIC X(150).

       WORKING-STORAGE SECTION.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-PARC         PIC X(02) VALUE SPACES.
       77 FS-FREQ         PIC X(02) VALUE SPACES.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-RESP         PIC X(02) VALUE SPACES.
       77 FS-PORTAL       PIC X(02) VALUE SPACES.
       77 NOTAS-ABERTO    PIC X(01) VALUE 'N'.
       77 PARC-ABERTO     PIC X(01) VALUE 'N'.
       77 FREQ-ABERTO     PIC X(01) VALUE 'N'.
       77 MENSAL-ABERTO   PIC X(01) VALUE 'N'.
       77 RESP-ABERTO     PIC X(01) VALUE 'N'.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 PERIODO         PIC 9(01) VALUE 9.
       77 DATA-HORA       PIC X(14) VALUE SPACES.
       77 MES-CORRENTE    PIC 9(02) VALUE ZEROS.
       77 FIM-ALUNOS      PIC X(01) VALUE 'N'.
       77 FIM-LEITURA     PIC X(01) VALUE 'N'.
       77 DISCIPLINA-ATUAL PIC X(06) VALUE SPACES.
       77 FALTAS-DISCIPLINA PIC 9(03) VALUE ZEROS.
       77 ALUNOS-EXTRAIDOS PIC 9(06) VALUE ZEROS.
       77 QTD-NOTAS       PIC 9(06) VALUE ZEROS.
       77 QTD-FALTAS      PIC 9(06) VALUE ZEROS.
       77 QTD-COBRANCAS   PIC 9(06) VALUE ZEROS.
       77 REGISTROS-PORTAL PIC 9(07) VALUE ZEROS.
       77 TOTAL-CONTROLE  PIC 9(12) VALUE ZEROS.
       77 SOMA-SALDOS     PIC 9(09)V99 VALUE ZEROS.
       77 SALDO-COBRANCA  PIC 9(04)V99 VALUE ZEROS.
       77 SEM-RESPONSAVEL PIC 9(06) VALUE ZEROS.
      *    LAYOUT COMBINADO COM A EQUIPE DO SITE: CAMPOS DE TAMANHO
      *    FIXO SEPARADOS POR PONTO-E-VIRGULA, COMO O EXTRATO DO EX18.
      *    UM HEADER "H", PARA CADA ALUNO ATIVO UM REGISTRO "A" (COM
      *    O RESPONSAVEL A QUEM O PORTAL SE DIRIGE) SEGUIDO DOS SEUS
      *    "N" (NOTA DO PERIODO COM AS PARCELAS), "F" (FALTAS POR
      *    DISCIPLINA) E "M" (COBRANCA EM ABERTO), E NO FIM UM
      *    TRAILER "T". NOTAS E VALORES VAO COM DUAS DECIMAIS
      *    IMPLICITAS (6,50 SAI COMO 0650).
       01 HEADER-PORTAL.
           02 HDR-TIPO       PIC X(01) VALUE 'H'.
           02 FILLER         PIC X(01) VALUE ';'.
           02 HDR-DATAHORA   PIC X(14).
           02 FILLER         PIC X(01) VALUE ';'.
           02 HDR-ANO        PIC 9(04).
           02 FILLER         PIC X(01) VALUE ';'.
           02 HDR-PERIODO    PIC 9(01).
       01 ALUNO-PORTAL.
           02 ALP-TIPO       PIC X(01) VALUE 'A'.
           02 FILLER         PIC X(01) VALUE ';'.
           02 ALP-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 ALP-NOME       PIC X(30).
           02 FILLER         PIC X(01) VALUE ';'.
           02 ALP-TURMA      PIC X(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 ALP-RESP-NOME  PIC X(30).
           02 FILLER         PIC X(01) VALUE ';'.
           02 ALP-PARENTESCO PIC X(10).
           02 FILLER         PIC X(01) VALUE ';'.
           02 ALP-ENDERECO   PIC X(40).
           02 FILLER         PIC X(01) VALUE ';'.
           02 ALP-TELEFONE   PIC X(12).
       01 NOTA-PORTAL.
           02 NTP-TIPO       PIC X(01) VALUE 'N'.
           02 FILLER         PIC X(01) VALUE ';'.
           02 NTP-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 NTP-MATERIA    PIC X(15).
           02 FILLER         PIC X(01) VALUE ';'.
           02 NTP-NOTA       PIC 9(02)V99.
           02 FILLER         PIC X(01) VALUE ';'.
           02 NTP-SITUACAO   PIC X(20).
           02 FILLER         PIC X(01) VALUE ';'.
           02 NTP-P1         PIC 9(02)V99.
           02 FILLER         PIC X(01) VALUE ';'.
           02 NTP-P2         PIC 9(02)V99.
           02 FILLER         PIC X(01) VALUE ';'.
           02 NTP-ATIVIDADE  PIC 9(02)V99.
           02 FILLER         PIC X(01) VALUE ';'.
           02 NTP-EXAME      PIC 9(02)V99.
           02 FILLER         PIC X(01) VALUE ';'.
           02 NTP-TEM-PARC   PIC X(01).
       01 FALTA-PORTAL.
           02 FTP-TIPO       PIC X(01) VALUE 'F'.
           02 FILLER         PIC X(01) VALUE ';'.
           02 FTP-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 FTP-DISCIPLINA PIC X(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 FTP-FALTAS     PIC 9(03).
       01 COBRANCA-PORTAL.
           02 CBP-TIPO       PIC X(01) VALUE 'M'.
           02 FILLER         PIC X(01) VALUE ';'.
           02 CBP-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 CBP-ANO        PIC 9(04).
           02 FILLER         PIC X(01) VALUE ';'.
           02 CBP-MES        PIC 9(02).
           02 FILLER         PIC X(01) VALUE ';'.
           02 CBP-VALOR      PIC 9(04)V99.
           02 FILLER         PIC X(01) VALUE ';'.
           02 CBP-SALDO      PIC 9(04)V99.
      *    O TRAILER CONTA OS REGISTROS DE CADA TIPO E O TOTAL DO
      *    ARQUIVO (HEADER E TRAILER INCLUSIVE); O TOTAL DE CONTROLE E
      *    A SOMA DAS MATRICULAS DE TODOS OS DETALHES. O SITE SO
      *    CARREGA O ARQUIVO SE RECONTAR E BATER TUDO - UM ARQUIVO
      *    CORTADO NO MEIO DA TRANSMISSAO NAO TEM TRAILER OU NAO BATE.
       01 TRAILER-PORTAL.
           02 TRL-TIPO       PIC X(01) VALUE 'T'.
           02 FILLER         PIC X(01) VALUE ';'.
           02 TRL-ALUNOS     PIC 9(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 TRL-NOTAS      PIC 9(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 TRL-FALTAS     PIC 9(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 TRL-COBRANCAS  PIC 9(06).
           02 FILLER         PIC X(01) VALUE ';'.
           02 TRL-REGISTROS  PIC 9(07).
           02 FILLER         PIC X(01) VALUE ';'.
           02 TRL-CONTROLE   PIC 9(12).
           02 FILLER         PIC X(01) VALUE ';'.
           02 TRL-SOMA-SALDOS PIC 9(09)V99.
       PROCEDURE DIVISION.
      *    EXTRATO NOTURNO PARA O PORTAL DAS FAMILIAS NO SITE DA
      *    ESCOLA: PARA CADA MATRICULA ATIVA, AS NOTAS DO PERIODO
      *    CORRENTE (NOTASF5 COM AS PARCELAS DO PARC7), AS FALTAS POR
      *    DISCIPLINA (FREQ25), AS MENSALIDADES EM ABERTO (MENSAL26)
      *    E O RESPONSAVEL (RESP29) - NO LUGAR DOS TELEFONEMAS DIARIOS
      *    DOS PAIS PARA A SECRETARIA. RODA COMO PASSO DO PLANO DO
      *    EX53; SO O CADASTRO DE ALUNOS E OBRIGATORIO, OS DEMAIS
      *    ARQUIVOS AUSENTES SO DEIXAM O EXTRATO SEM AQUELA PARTE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA
           MOVE DATA-HORA(5:2) TO MES-CORRENTE
           DISPLAY 'DIGITE O ANO LETIVO (0 = ANO CORRENTE):'
           ACCEPT ANO-LETIVO
           IF ANO-LETIVO = 0
               MOVE DATA-HORA(1:4) TO ANO-LETIVO
           END-IF
           PERFORM UNTIL PERIODO = 1 OR PERIODO = 2
               DISPLAY 'DIGITE O PERIODO (1 OU 2, 0 = PERIODO '
                   'CORRENTE):'
               ACCEPT PERIODO
               IF PERIODO = 0
                   IF MES-CORRENTE <= 6
                       MOVE 1 TO PERIODO
                   ELSE
                       MOVE 2 TO PERIODO
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRIR-ARQUIVOS-OPCIONAIS

           OPEN OUTPUT ARQ-PORTAL
           IF FS-PORTAL NOT = "00"
               DISPLAY 'ERRO AO CRIAR PORTAL71.DAT: ' FS-PORTAL
               PERFORM FECHAR-ARQUIVOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GRAVAR-HEADER
           PERFORM EXTRAIR-ALUNOS
           PERFORM GRAVAR-TRAILER

           PERFORM FECHAR-ARQUIVOS
           CLOSE ARQ-PORTAL

           DISPLAY 'EXTRATO DO PORTAL GRAVADO EM PORTAL71.DAT: '
               ALUNOS-EXTRAIDOS ' ALUNO(S), ' REGISTROS-PORTAL
               ' REGISTROS'
           DISPLAY '  NOTAS: ' QTD-NOTAS '  FALTAS: ' QTD-FALTAS
               '  COBRANCAS EM ABERTO: ' QTD-COBRANCAS
           IF SEM-RESPONSAVEL > 0
               DISPLAY 'AVISO: ' SEM-RESPONSAVEL ' ALUNO(S) ATIVO(S) '
                   'SEM RESPONSAVEL EM RESP29.DAT (SAIRAM COM O '
                   'RESPONSAVEL EM BRANCO - CADASTRE NO EX29).'
           END-IF
           GOBACK.

       ABRIR-ARQUIVOS-OPCIONAIS.
           OPEN INPUT ARQ-NOTAS
           IF FS-NOTAS = "00"
               MOVE 'S' TO NOTAS-ABERTO
           ELSE
               DISPLAY 'AVISO: NOTASF5.DAT NAO ENCONTRADO - EXTRATO '
                   'SEM NOTAS.'
           END-IF
           OPEN INPUT ARQ-PARC
           IF FS-PARC = "00"
               MOVE 'S' TO PARC-ABERTO
           ELSE
               DISPLAY 'AVISO: PARC7.DAT NAO ENCONTRADO - NOTAS SEM '
                   'AS PARCELAS.'
           END-IF
           OPEN INPUT ARQ-FREQ
           IF FS-FREQ = "00"
               MOVE 'S' TO FREQ-ABERTO
           ELSE
               DISPLAY 'AVISO: FREQ25.DAT NAO ENCONTRADO - EXTRATO '
                   'SEM FALTAS.'
           END-IF
           OPEN INPUT ARQ-MENSAL
           IF FS-MENSAL = "00"
               MOVE 'S' TO MENSAL-ABERTO
           ELSE
               DISPLAY 'AVISO: MENSAL26.DAT NAO ENCONTRADO - EXTRATO '
                   'SEM COBRANCAS.'
           END-IF
           OPEN INPUT ARQ-RESP
           IF FS-RESP = "00"
               MOVE 'S' TO RESP-ABERTO
           ELSE
               DISPLAY 'AVISO: RESP29.DAT NAO ENCONTRADO - EXTRATO '
                   'SEM RESPONSAVEIS.'
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-ALUNOS
           IF NOTAS-ABERTO = 'S'
               CLOSE ARQ-NOTAS
           END-IF
           IF PARC-ABERTO = 'S'
               CLOSE ARQ-PARC
           END-IF
           IF FREQ-ABERTO = 'S'
               CLOSE ARQ-FREQ
           END-IF
           IF MENSAL-ABERTO = 'S'
               CLOSE ARQ-MENSAL
           END-IF
           IF RESP-ABERTO = 'S'
               CLOSE ARQ-RESP
           END-IF.

       GRAVAR-HEADER.
           MOVE DATA-HORA TO HDR-DATAHORA
           MOVE ANO-LETIVO TO HDR-ANO
           MOVE PERIODO TO HDR-PERIODO
           MOVE SPACES TO LINHA-PORTAL
           MOVE HEADER-PORTAL TO LINHA-PORTAL
           WRITE LINHA-PORTAL
           ADD 1 TO REGISTROS-PORTAL.

       EXTRAIR-ALUNOS.
           MOVE LOW-VALUES TO AL-MATRICULA
           START ARQ-ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       IF AL-SITUACAO = 'A'
                           PERFORM EXTRAIR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.

       EXTRAIR-ALUNO.
           PERFORM GRAVAR-ALUNO
           IF NOTAS-ABERTO = 'S'
               PERFORM EXTRAIR-NOTAS
           END-IF
           IF FREQ-ABERTO = 'S'
               PERFORM EXTRAIR-FALTAS
           END-IF
           IF MENSAL-ABERTO = 'S'
               PERFORM EXTRAIR-COBRANCAS
           END-IF.

       GRAVAR-ALUNO.
           MOVE AL-MATRICULA TO ALP-MATRICULA
           MOVE AL-NOME TO ALP-NOME
           MOVE AL-TURMA TO ALP-TURMA
           MOVE SPACES TO ALP-RESP-NOME ALP-PARENTESCO
               ALP-ENDERECO ALP-TELEFONE
           IF RESP-ABERTO = 'S'
               MOVE AL-MATRICULA TO RS-MATRICULA
               READ ARQ-RESP
                   INVALID KEY
                       ADD 1 TO SEM-RESPONSAVEL
                   NOT INVALID KEY
                       MOVE RS-NOME TO ALP-RESP-NOME
                       MOVE RS-PARENTESCO TO ALP-PARENTESCO
                       MOVE RS-ENDERECO TO ALP-ENDERECO
                       MOVE RS-TELEFONE TO ALP-TELEFONE
               END-READ
           ELSE
               ADD 1 TO SEM-RESPONSAVEL
           END-IF
           MOVE SPACES TO LINHA-PORTAL
           MOVE ALUNO-PORTAL TO LINHA-PORTAL
           WRITE LINHA-PORTAL
           ADD 1 TO ALUNOS-EXTRAIDOS
           ADD 1 TO REGISTROS-PORTAL
           ADD AL-MATRICULA TO TOTAL-CONTROLE.

       EXTRAIR-NOTAS.
      *    A CHAVE DO NOTASF5 COMECA POR MATRICULA, ANO E PERIODO:
      *    POSICIONA NA PRIMEIRA MATERIA DO PERIODO E LE ATE MUDAR.
           MOVE 'N' TO FIM-LEITURA
           MOVE AL-MATRICULA TO CN-MATRICULA
           MOVE ANO-LETIVO TO CN-ANO-LETIVO
           MOVE PERIODO TO CN-PERIODO
           MOVE LOW-VALUES TO CN-MATERIA
           START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF CN-MATRICULA NOT = AL-MATRICULA
                          OR CN-ANO-LETIVO NOT = ANO-LETIVO
                          OR CN-PERIODO NOT = PERIODO
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           PERFORM GRAVAR-NOTA
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-NOTA.
           MOVE CN-MATRICULA TO NTP-MATRICULA
           MOVE CN-MATERIA TO NTP-MATERIA
           MOVE CN-NOTA TO NTP-NOTA
           MOVE CN-SITUACAO TO NTP-SITUACAO
           MOVE ZEROS TO NTP-P1 NTP-P2 NTP-ATIVIDADE NTP-EXAME
           MOVE 'N' TO NTP-TEM-PARC
           IF PARC-ABERTO = 'S'
               MOVE CHAVE-NOTA TO PC-CHAVE
               READ ARQ-PARC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-P1 TO NTP-P1
                       MOVE PC-P2 TO NTP-P2
                       MOVE PC-ATIVIDADE TO NTP-ATIVIDADE
                       IF PC-TEM-EXAME = 'S'
                           MOVE PC-EXAME TO NTP-EXAME
                       END-IF
                       MOVE 'S' TO NTP-TEM-PARC
               END-READ
           END-IF
           MOVE SPACES TO LINHA-PORTAL
           MOVE NOTA-PORTAL TO LINHA-PORTAL
           WRITE LINHA-PORTAL
           ADD 1 TO QTD-NOTAS
           ADD 1 TO REGISTROS-PORTAL
           ADD CN-MATRICULA TO TOTAL-CONTROLE.

       EXTRAIR-FALTAS.
      *    O DIARIO TEM UM REGISTRO POR DIA DE AULA; AS FALTAS SAO
      *    CONTADAS NA QUEBRA DE DISCIPLINA, COMO O EX7 APURA.
           MOVE 'N' TO FIM-LEITURA
           MOVE SPACES TO DISCIPLINA-ATUAL
           MOVE ZEROS TO FALTAS-DISCIPLINA
           MOVE AL-MATRICULA TO FQ-MATRICULA
           MOVE ANO-LETIVO TO FQ-ANO
           MOVE PERIODO TO FQ-PERIODO
           MOVE LOW-VALUES TO FQ-DISCIPLINA
           MOVE ZEROS TO FQ-DATA
           START ARQ-FREQ KEY IS NOT LESS THAN FQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-FREQ NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF FQ-MATRICULA NOT = AL-MATRICULA
                          OR FQ-ANO NOT = ANO-LETIVO
                          OR FQ-PERIODO NOT = PERIODO
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           PERFORM CONTAR-FALTA
                       END-IF
               END-READ
           END-PERFORM
           IF DISCIPLINA-ATUAL NOT = SPACES
               PERFORM GRAVAR-FALTAS
           END-IF.

       CONTAR-FALTA.
           IF FQ-DISCIPLINA NOT = DISCIPLINA-ATUAL
               IF DISCIPLINA-ATUAL NOT = SPACES
                   PERFORM GRAVAR-FALTAS
               END-IF
               MOVE FQ-DISCIPLINA TO DISCIPLINA-ATUAL
               MOVE ZEROS TO FALTAS-DISCIPLINA
           END-IF
           IF FQ-PRESENCA = 'F'
               ADD 1 TO FALTAS-DISCIPLINA
           END-IF.

       GRAVAR-FALTAS.
           MOVE AL-MATRICULA TO FTP-MATRICULA
           MOVE DISCIPLINA-ATUAL TO FTP-DISCIPLINA
           MOVE FALTAS-DISCIPLINA TO FTP-FALTAS
           MOVE SPACES TO LINHA-PORTAL
           MOVE FALTA-PORTAL TO LINHA-PORTAL
           WRITE LINHA-PORTAL
           ADD 1 TO QTD-FALTAS
           ADD 1 TO REGISTROS-PORTAL
           ADD AL-MATRICULA TO TOTAL-CONTROLE.

       EXTRAIR-COBRANCAS.
      *    SO AS COBRANCAS 'A' (EM ABERTO), DE QUALQUER COMPETENCIA;
      *    A RENEGOCIADA ('R') FICA COM O ACORDO DO EX61 E NAO SAI.
           MOVE 'N' TO FIM-LEITURA
           MOVE AL-MATRICULA TO MN-MATRICULA
           MOVE ZEROS TO MN-ANO
           MOVE ZEROS TO MN-MES
           START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-MENSAL NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF MN-MATRICULA NOT = AL-MATRICULA
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF MN-SITUACAO = 'A'
                               PERFORM GRAVAR-COBRANCA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-COBRANCA.
           COMPUTE SALDO-COBRANCA = MN-VALOR - MN-VALOR-PAGO
           MOVE MN-MATRICULA TO CBP-MATRICULA
           MOVE MN-ANO TO CBP-ANO
           MOVE MN-MES TO CBP-MES
           MOVE MN-VALOR TO CBP-VALOR
           MOVE SALDO-COBRANCA TO CBP-SALDO
           MOVE SPACES TO LINHA-PORTAL
           MOVE COBRANCA-PORTAL TO LINHA-PORTAL
           WRITE LINHA-PORTAL
           ADD 1 TO QTD-COBRANCAS
           ADD 1 TO REGISTROS-PORTAL
           ADD MN-MATRICULA TO TOTAL-CONTROLE
           ADD SALDO-COBRANCA TO SOMA-SALDOS.

       GRAVAR-TRAILER.
           ADD 1 TO REGISTROS-PORTAL
           MOVE ALUNOS-EXTRAIDOS TO TRL-ALUNOS
           MOVE QTD-NOTAS TO TRL-NOTAS
           MOVE QTD-FALTAS TO TRL-FALTAS
           MOVE QTD-COBRANCAS TO TRL-COBRANCAS
           MOVE REGISTROS-PORTAL TO TRL-REGISTROS
           MOVE TOTAL-CONTROLE TO TRL-CONTROLE
           MOVE SOMA-SALDOS TO TRL-SOMA-SALDOS
           MOVE SPACES TO LINHA-PORTAL
           MOVE TRAILER-PORTAL TO LINHA-PORTAL
           WRITE LINHA-PORTAL.

       END PROGRAM EX71.
