       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX78.
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

           SELECT ARQ-DISPNC ASSIGN TO "DISPNC76.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-CHAVE
               FILE STATUS IS FS-DISPNC.

           SELECT ARQ-NOTIF ASSIGN TO "NOTIF72.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CHAVE
               FILE STATUS IS FS-NOTIF.

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

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

      *    ARQUIVO DE TRABALHO: UMA LINHA POR MATRICULA COM A DATA DE
      *    SAIDA APURADA E, PARA QUEM ENTRA NA ANONIMIZACAO, O NOME
      *    ORIGINAL E A CONTAGEM DO QUE FOI MASCARADO EM CADA ARQUIVO
      *    - O CERTIFICADO SAI DELE NO FIM. REFEITO A CADA EXECUCAO.
           SELECT ARQ-SAIDA ASSIGN TO "SAIDA78.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-MATRICULA
               FILE STATUS IS FS-SAIDA.

      *    COPIA TEMPORARIA PARA REGRAVAR OS ARQUIVOS SEQUENCIAIS, UM
      *    DE CADA VEZ, COMO NO EX15 E NO EX39.
           SELECT ARQ-COPIA ASSIGN TO "ANONTMP78.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.

           SELECT ARQ-CERTIFICADO ASSIGN TO "ANONIM78.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTIFICADO.
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

       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-SEGCH.
           COPY SEGCH.

       FD  ARQ-DISPNC.
           COPY DISPNC.

       FD  ARQ-NOTIF.
           COPY NOTIF.

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

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       FD  ARQ-SAIDA.
       01  REG-SAIDA.
           02 SD-MATRICULA    PIC 9(06).
           02 SD-DATA-SAIDA   PIC 9(08).
           02 SD-CANDIDATO    PIC X(01).
           02 SD-ORIGEM       PIC X(01).
           02 SD-NOME         PIC X(30).
           02 SD-TAM-NOME     PIC 9(02).
           02 SD-NOME-RESP    PIC X(30).
           02 SD-TAM-RESP     PIC 9(02).
           02 SD-QTD          PIC 9(04) OCCURS 15.

       FD  ARQ-COPIA.
       01  REG-COPIA PIC X(127).

       FD  ARQ-CERTIFICADO.
       01  LINHA-CERTIFICADO PIC X(100).

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-RESP         PIC X(02) VALUE SPACES.
       77 FS-ATEST        PIC X(02) VALUE SPACES.
       77 FS-OCOR         PIC X(02) VALUE SPACES.
       77 FS-OCRES        PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-SEGCH        PIC X(02) VALUE SPACES.
       77 FS-DISPNC       PIC X(02) VALUE SPACES.
       77 FS-NOTIF        PIC X(02) VALUE SPACES.
       77 FS-MANIFESTO    PIC X(02) VALUE SPACES.
       77 FS-ALUARQ       PIC X(02) VALUE SPACES.
       77 FS-NOTARQ       PIC X(02) VALUE SPACES.
       77 FS-BOLARQ39     PIC X(02) VALUE SPACES.
       77 FS-BOLARQ       PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 FS-SAIDA        PIC X(02) VALUE SPACES.
       77 FS-COPIA        PIC X(02) VALUE SPACES.
       77 FS-CERTIFICADO  PIC X(02) VALUE SPACES.
       77 RESP-ABERTO     PIC X(01) VALUE 'N'.
       77 ATEST-ABERTO    PIC X(01) VALUE 'N'.
       77 OCOR-ABERTO     PIC X(01) VALUE 'N'.
       77 OCRES-ABERTO    PIC X(01) VALUE 'N'.
       77 NOTAS-ABERTO    PIC X(01) VALUE 'N'.
       77 SEGCH-ABERTO    PIC X(01) VALUE 'N'.
       77 DISPNC-ABERTO   PIC X(01) VALUE 'N'.
       77 MANIFESTO-ABERTO PIC X(01) VALUE 'N'.
       77 MODO            PIC X(01) VALUE SPACES.
       77 CONFIRMA        PIC X(01) VALUE SPACES.
       77 ANOS-RETENCAO   PIC 9(02) VALUE ZEROS.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 DATA-CORTE      PIC 9(08) VALUE ZEROS.
       77 DATA-ACHADA     PIC 9(08) VALUE ZEROS.
       77 ULTIMO-ANO      PIC 9(04) VALUE ZEROS.
       77 MATRICULA-LINHA PIC 9(06) VALUE ZEROS.
       77 MATRICULA-LINHA-X REDEFINES MATRICULA-LINHA PIC X(06).
       77 CANDIDATO-OK    PIC X(01) VALUE 'N'.
       77 MATRICULA-CHAVE PIC X(06) VALUE SPACES.
       77 POS-MATRICULA   PIC 9(02) VALUE ZEROS.
       77 ORIGEM-ATUAL    PIC X(01) VALUE SPACES.
       77 FIM-LEITURA     PIC X(01) VALUE 'N'.
       77 FIM-DETALHE     PIC X(01) VALUE 'N'.
       77 FIM-COPIA       PIC X(01) VALUE 'N'.
       77 NOME-MEDIDO     PIC X(30) VALUE SPACES.
       77 TAM-MEDIDO      PIC 9(02) VALUE ZEROS.
       77 IND-NOME        PIC 9(02) VALUE ZEROS.
       77 IND-ARQ         PIC 9(02) VALUE ZEROS.
       77 QTD-ACHADOS     PIC 9(04) VALUE ZEROS.
       77 QTD-CANDIDATOS  PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-DATA    PIC 9(05) VALUE ZEROS.
       77 QTD-NA-GUARDA   PIC 9(05) VALUE ZEROS.
       77 MARCA-LGPD      PIC X(30) VALUE 'ANONIMIZADO (LGPD)'.
       77 ASTERISCOS      PIC X(30) VALUE ALL '*'.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
       77 PERFIL-ATUAL    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
       77 CHECKSUM        PIC 9(10) VALUE ZEROS.
       77 EH-PRIMO        PIC 9(01) VALUE ZEROS.
       77 IDX-CHECKSUM    PIC 9(03) VALUE ZEROS.
       77 SELO-RECALCULADO PIC X(01) VALUE SPACES.
       77 SELOS-DIVERGENTES PIC 9(06) VALUE ZEROS.
      *    NOMES DOS ARQUIVOS NA ORDEM DOS CONTADORES SD-QTD, PARA O
      *    CERTIFICADO.
       01 TABELA-ARQUIVOS.
           02 FILLER PIC X(12) VALUE 'ALUNOS.DAT'.
           02 FILLER PIC X(12) VALUE 'MATEXP39.DAT'.
           02 FILLER PIC X(12) VALUE 'RESP29.DAT'.
           02 FILLER PIC X(12) VALUE 'ATEST33.DAT'.
           02 FILLER PIC X(12) VALUE 'OCOR47.DAT'.
           02 FILLER PIC X(12) VALUE 'OCRES47.DAT'.
           02 FILLER PIC X(12) VALUE 'NOTASF5.DAT'.
           02 FILLER PIC X(12) VALUE 'SEGCH35.DAT'.
           02 FILLER PIC X(12) VALUE 'DISPNC76.DAT'.
           02 FILLER PIC X(12) VALUE 'NOTIF72.DAT'.
           02 FILLER PIC X(12) VALUE 'ALUARQ39.DAT'.
           02 FILLER PIC X(12) VALUE 'NOTARQ39.DAT'.
           02 FILLER PIC X(12) VALUE 'BOLARQ39.DAT'.
           02 FILLER PIC X(12) VALUE 'BOLARQ7.DAT'.
           02 FILLER PIC X(12) VALUE 'AUDIT.LOG'.
       01 TABELA-ARQUIVOS-R REDEFINES TABELA-ARQUIVOS.
           02 NOME-ARQUIVO PIC X(12) OCCURS 15.
      *    NOTA DESMEMBRADA EM PARTE INTEIRA E CENTESIMOS PARA A CONTA
      *    DO SELO DE INTEGRIDADE, COMO NO EX5.
       01 NOTA-SELO           PIC 9(02)V99 VALUE ZEROS.
       01 FILLER REDEFINES NOTA-SELO.
           02 NOTA-SELO-INTEIRA    PIC 9(02).
           02 NOTA-SELO-CENTESIMOS PIC 9(02).
      *    DADOS QUE ENTRAM NA CONTA DO SELO, VINDOS DO REGISTRO DE
      *    NOTAS OU DA IMAGEM ARQUIVADA PELO EX39.
       01 DADOS-SELO.
           02 SL-MATRICULA        PIC 9(06).
           02 SL-MATERIA          PIC X(15).
           02 SL-NOME             PIC X(30).
           02 SL-NOTA             PIC 9(02)V99.
      *    A IMAGEM DO NOTARQ39 DESMONTADA NO LAYOUT DO REGISTRO DE
      *    NOTAS (81 BYTES, SEM A CHAVE POR DISCIPLINA).
       01 NOTA-ARQUIVADA.
           02 NQ-MATRICULA        PIC 9(06).
           02 NQ-ANO-LETIVO       PIC 9(04).
           02 NQ-PERIODO          PIC 9(01).
           02 NQ-MATERIA          PIC X(15).
           02 NQ-NOME             PIC X(30).
           02 NQ-NOTA             PIC 9(02)V99.
           02 NQ-SITUACAO         PIC X(20).
           02 NQ-SELO             PIC X(01).
       PROCEDURE DIVISION.
      *    ANONIMIZACAO LGPD DE QUEM SAIU DA ESCOLA: ALUNOS CANCELADOS
      *    (C) OU TRANSFERIDOS (E) - NO CADASTRO OU JA EXPURGADOS PARA
      *    O ARQUIVO MORTO DO EX39 - CUJA SAIDA TEM MAIS ANOS QUE A
      *    GUARDA INFORMADA (PADRAO 5) TEM O NOME, O RESPONSAVEL, O
      *    ENDERECO, OS TELEFONES E OS TEXTOS LIVRES (MOTIVOS DE
      *    ATESTADO, DESCRICOES DE OCORRENCIA, PROVIDENCIAS, MOTIVOS
      *    DE DISPENSA, AVISOS) TROCADOS PELA MARCA 'ANONIMIZADO
      *    (LGPD)'. NOTAS, FREQUENCIA, RESULTADOS E COBRANCAS FICAM
      *    COMO ESTAO PARA AS ESTATISTICAS HISTORICAS; SO O NOME QUE
      *    VAI EM CADA LANCAMENTO E MASCARADO. DECLARACOES (EX64) E
      *    CERTIFICADOS (EX65) SAO ESCRITURACAO ESCOLAR E FICAM.
      *    A DATA DE SAIDA VEM DA AUDITORIA (GUIA DE TRANSFERENCIA DO
      *    EX43 OU TROCA DE SITUACAO PARA C/E NO EX16, A MAIS
      *    RECENTE); SEM ELA, VALE O FIM DO ULTIMO ANO COM NOTA. QUEM
      *    NAO TEM NEM UMA NEM OUTRA FICA DE FORA E APARECE NO
      *    CERTIFICADO PARA CONFERENCIA MANUAL. SO O CHEFE RODA; A
      *    SIMULACAO (S) MONTA O MESMO CERTIFICADO SEM ALTERAR NADA.
      *    O CERTIFICADO E ANONIM78.PRT.
           PERFORM EXIGIR-PERFIL-CHEFE
           IF PERFIL-CHEFE-OK NOT = 'S'
               STOP RUN
           END-IF

           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               STOP RUN
           END-IF
           CLOSE ARQ-ALUNOS

           DISPLAY 'ANOS DE GUARDA APOS A SAIDA (ENTER = 5):'
           ACCEPT ANOS-RETENCAO
           IF ANOS-RETENCAO = 0
               MOVE 5 TO ANOS-RETENCAO
           END-IF
           PERFORM UNTIL MODO = 'S' OR MODO = 'A'
               DISPLAY '(S) SIMULAR (SO O CERTIFICADO) OU (A) '
                   'ANONIMIZAR DE FATO?'
               ACCEPT MODO
               INSPECT MODO CONVERTING 'sa' TO 'SA'
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           COMPUTE DATA-CORTE = DATA-HOJE - ANOS-RETENCAO * 10000
           DISPLAY 'SAIDAS ANTERIORES A ' DATA-CORTE
               ' ENTRAM NA ANONIMIZACAO.'
           IF MODO = 'A'
               DISPLAY 'A ANONIMIZACAO NAO TEM VOLTA. CONFIRMA? (S/N)'
               ACCEPT CONFIRMA
               IF CONFIRMA NOT = 'S' AND CONFIRMA NOT = 's'
                   DISPLAY 'ANONIMIZACAO ABANDONADA.'
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ARQ-SAIDA
           CLOSE ARQ-SAIDA
           OPEN I-O ARQ-SAIDA

           OPEN OUTPUT ARQ-CERTIFICADO
           MOVE SPACES TO LINHA-CERTIFICADO
           IF MODO = 'A'
               STRING 'CERTIFICADO DE ANONIMIZACAO (LGPD) - '
                   DATA-HOJE ' - CHEFE ' OPERADOR-ATUAL
                   DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           ELSE
               STRING 'SIMULACAO DE ANONIMIZACAO (LGPD) - NADA FOI '
                   'ALTERADO - ' DATA-HOJE ' - CHEFE ' OPERADOR-ATUAL
                   DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           END-IF
           WRITE LINHA-CERTIFICADO
           MOVE SPACES TO LINHA-CERTIFICADO
           STRING 'GUARDA DE ' ANOS-RETENCAO ' ANO(S) - SAIDAS '
               'ANTERIORES A ' DATA-CORTE
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           PERFORM LEVANTAR-SAIDAS
           PERFORM SELECIONAR-CANDIDATOS

           IF QTD-CANDIDATOS > 0
               PERFORM MASCARAR-POR-CHAVE
               PERFORM MASCARAR-AVISOS
               PERFORM MASCARAR-ALUARQ
               PERFORM MASCARAR-NOTARQ
               PERFORM MASCARAR-BOLARQ39
               PERFORM MASCARAR-BOLARQ
               PERFORM MASCARAR-AUDITORIA
           END-IF

           PERFORM IMPRIMIR-CERTIFICADO
           CLOSE ARQ-CERTIFICADO
           CLOSE ARQ-SAIDA

           IF MODO = 'A'
               MOVE 'ANONIMIZACAO' TO AUD-ACAO
           ELSE
               MOVE 'SIMULA ANONIM' TO AUD-ACAO
           END-IF
           MOVE SPACES TO AUD-CHAVE
           STRING 'CORTE ' DATA-CORTE
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'ALUNOS=' QTD-CANDIDATOS ' SEM-DATA=' QTD-SEM-DATA
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA

           DISPLAY QTD-CANDIDATOS ' ALUNO(S) ANONIMIZADO(S) OU A '
               'ANONIMIZAR, ' QTD-NA-GUARDA ' AINDA NA GUARDA, '
               QTD-SEM-DATA ' SEM DATA DE SAIDA - VER ANONIM78.PRT.'
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

       LEVANTAR-SAIDAS.
      *    A AUDITORIA ESTA EM ORDEM DE GRAVACAO: A ULTIMA SAIDA DE
      *    CADA MATRICULA PREVALECE, E UMA VOLTA PARA ATIVO (A) OU
      *    TRANCADO (T) DEPOIS DELA ZERA A DATA.
           OPEN INPUT ARQ-AUDITORIA
           IF FS-AUDIT = "00"
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-AUDITORIA
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           PERFORM AVALIAR-LINHA-SAIDA
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF.

       AVALIAR-LINHA-SAIDA.
           IF AUD-CHAVE(1:6) IS NUMERIC
               MOVE AUD-CHAVE(1:6) TO MATRICULA-LINHA-X
               MOVE AUD-DATAHORA(1:8) TO DATA-ACHADA
               IF AUD-ACAO = 'TRANSF SAIDA'
                   PERFORM ANOTAR-SAIDA
               ELSE
                   IF AUD-ACAO = 'ALTERACAO SIT'
                       IF AUD-VALOR(11:1) = 'C' OR AUD-VALOR(11:1) = 'E'
                           PERFORM ANOTAR-SAIDA
                       ELSE
                           IF AUD-VALOR(11:1) = 'A'
                              OR AUD-VALOR(11:1) = 'T'
                               MOVE ZEROS TO DATA-ACHADA
                               PERFORM ANOTAR-SAIDA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANOTAR-SAIDA.
           MOVE MATRICULA-LINHA TO SD-MATRICULA
           READ ARQ-SAIDA
               INVALID KEY
                   INITIALIZE REG-SAIDA
                   MOVE MATRICULA-LINHA TO SD-MATRICULA
                   MOVE DATA-ACHADA TO SD-DATA-SAIDA
                   MOVE 'N' TO SD-CANDIDATO
                   WRITE REG-SAIDA
               NOT INVALID KEY
                   MOVE DATA-ACHADA TO SD-DATA-SAIDA
                   REWRITE REG-SAIDA
           END-READ.

       SELECIONAR-CANDIDATOS.
           MOVE SPACES TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACES TO LINHA-CERTIFICADO
           STRING 'SAIDOS SEM DATA DE SAIDA APURAVEL (NAO '
               'ANONIMIZADOS - CONFERIR):'
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           OPEN INPUT ARQ-NOTAS
           MOVE 'N' TO NOTAS-ABERTO
           IF FS-NOTAS = "00"
               MOVE 'S' TO NOTAS-ABERTO
           END-IF

           OPEN INPUT ARQ-ALUNOS
           MOVE 'N' TO FIM-LEITURA
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF (AL-SITUACAO = 'C' OR AL-SITUACAO = 'E')
                          AND AL-NOME NOT = MARCA-LGPD
                           MOVE AL-MATRICULA TO MATRICULA-LINHA
                           MOVE AL-NOME TO NOME-MEDIDO
                           MOVE ZEROS TO ULTIMO-ANO
                           MOVE 'A' TO ORIGEM-ATUAL
                           PERFORM AVALIAR-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM

      *    EXPURGADOS PELO EX39 QUE NAO VOLTARAM PELO EX40.
           OPEN INPUT ARQ-MANIFESTO
           IF FS-MANIFESTO = "00"
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-MANIFESTO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           PERFORM AVALIAR-EXPURGADO
                   END-READ
               END-PERFORM
               CLOSE ARQ-MANIFESTO
           END-IF
           CLOSE ARQ-ALUNOS
           IF NOTAS-ABERTO = 'S'
               CLOSE ARQ-NOTAS
           END-IF
           IF QTD-SEM-DATA = 0
               MOVE '    NENHUM.' TO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF.

       AVALIAR-EXPURGADO.
           IF (MX-SITUACAO = 'C' OR MX-SITUACAO = 'E')
              AND MX-NOME NOT = MARCA-LGPD
               MOVE MX-MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE MX-MATRICULA TO MATRICULA-LINHA
                       MOVE MX-NOME TO NOME-MEDIDO
                       MOVE MX-ULTIMO-ANO TO ULTIMO-ANO
                       MOVE 'M' TO ORIGEM-ATUAL
                       PERFORM AVALIAR-CANDIDATO
               END-READ
           END-IF.

       AVALIAR-CANDIDATO.
      *    ULTIMO-ANO JA VEM PREENCHIDO PARA O EXPURGADO (AS NOTAS DELE
      *    FORAM PARA O ARQUIVO MORTO); PARA O ALUNO DO CADASTRO SAI DE
      *    NOTASF5.DAT.
           MOVE ZEROS TO DATA-ACHADA
           MOVE MATRICULA-LINHA TO SD-MATRICULA
           READ ARQ-SAIDA
               INVALID KEY
                   INITIALIZE REG-SAIDA
                   MOVE MATRICULA-LINHA TO SD-MATRICULA
                   MOVE 'N' TO SD-CANDIDATO
                   WRITE REG-SAIDA
           END-READ
           MOVE SD-DATA-SAIDA TO DATA-ACHADA
           IF DATA-ACHADA = 0
               IF ULTIMO-ANO = 0
                   PERFORM PROCURAR-ULTIMO-ANO
               END-IF
               IF ULTIMO-ANO > 0
                   COMPUTE DATA-ACHADA = ULTIMO-ANO * 10000 + 1231
               END-IF
           END-IF
           IF DATA-ACHADA = 0
               ADD 1 TO QTD-SEM-DATA
               MOVE SPACES TO LINHA-CERTIFICADO
               STRING '    MATRICULA ' MATRICULA-LINHA
                   ' - SEM AUDITORIA DE SAIDA NEM NOTAS'
                   DELIMITED BY SIZE INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           ELSE
               IF DATA-ACHADA NOT < DATA-CORTE
                   ADD 1 TO QTD-NA-GUARDA
               ELSE
                   ADD 1 TO QTD-CANDIDATOS
                   MOVE DATA-ACHADA TO SD-DATA-SAIDA
                   MOVE 'S' TO SD-CANDIDATO
                   MOVE ORIGEM-ATUAL TO SD-ORIGEM
                   MOVE NOME-MEDIDO TO SD-NOME
                   PERFORM MEDIR-NOME
                   MOVE TAM-MEDIDO TO SD-TAM-NOME
                   REWRITE REG-SAIDA
               END-IF
           END-IF.

       PROCURAR-ULTIMO-ANO.
           IF NOTAS-ABERTO = 'S'
               MOVE MATRICULA-LINHA TO CN-MATRICULA
               MOVE ZEROS TO CN-ANO-LETIVO
               MOVE ZEROS TO CN-PERIODO
               MOVE LOW-VALUES TO CN-MATERIA
               MOVE 'N' TO FIM-DETALHE
               START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
                   INVALID KEY
                       MOVE 'S' TO FIM-DETALHE
               END-START
               PERFORM UNTIL FIM-DETALHE = 'S'
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-DETALHE
                       NOT AT END
                           IF CN-MATRICULA NOT = MATRICULA-LINHA
                               MOVE 'S' TO FIM-DETALHE
                           ELSE
                               MOVE CN-ANO-LETIVO TO ULTIMO-ANO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MEDIR-NOME.
      *    TAMANHO DO NOME SEM OS BRANCOS DO FIM, PARA ACHA-LO NO
      *    TEXTO CORRIDO DOS BOLETINS E DA AUDITORIA.
           MOVE ZEROS TO TAM-MEDIDO
           MOVE 30 TO IND-NOME
           PERFORM UNTIL IND-NOME = 0 OR TAM-MEDIDO > 0
               IF NOME-MEDIDO(IND-NOME:1) NOT = SPACE
                   MOVE IND-NOME TO TAM-MEDIDO
               END-IF
               SUBTRACT 1 FROM IND-NOME
           END-PERFORM.

       MASCARAR-POR-CHAVE.
      *    OS ARQUIVOS CHAVEADOS PELA MATRICULA SAO TRATADOS ALUNO A
      *    ALUNO; NA SIMULACAO SO SE CONTA O QUE SERIA MASCARADO.
           IF MODO = 'A'
               OPEN I-O ARQ-ALUNOS
               OPEN I-O ARQ-MANIFESTO
               OPEN I-O ARQ-RESP
               OPEN I-O ARQ-ATEST
               OPEN I-O ARQ-OCOR
               OPEN I-O ARQ-OCRES
               OPEN I-O ARQ-NOTAS
               OPEN I-O ARQ-SEGCH
               OPEN I-O ARQ-DISPNC
           ELSE
               OPEN INPUT ARQ-ALUNOS
               OPEN INPUT ARQ-MANIFESTO
               OPEN INPUT ARQ-RESP
               OPEN INPUT ARQ-ATEST
               OPEN INPUT ARQ-OCOR
               OPEN INPUT ARQ-OCRES
               OPEN INPUT ARQ-NOTAS
               OPEN INPUT ARQ-SEGCH
               OPEN INPUT ARQ-DISPNC
           END-IF
           MOVE 'N' TO MANIFESTO-ABERTO
           IF FS-MANIFESTO = "00"
               MOVE 'S' TO MANIFESTO-ABERTO
           END-IF
           MOVE 'N' TO RESP-ABERTO
           IF FS-RESP = "00"
               MOVE 'S' TO RESP-ABERTO
           END-IF
           MOVE 'N' TO ATEST-ABERTO
           IF FS-ATEST = "00"
               MOVE 'S' TO ATEST-ABERTO
           END-IF
           MOVE 'N' TO OCOR-ABERTO
           IF FS-OCOR = "00"
               MOVE 'S' TO OCOR-ABERTO
           END-IF
           MOVE 'N' TO OCRES-ABERTO
           IF FS-OCRES = "00"
               MOVE 'S' TO OCRES-ABERTO
           END-IF
           MOVE 'N' TO NOTAS-ABERTO
           IF FS-NOTAS = "00"
               MOVE 'S' TO NOTAS-ABERTO
           END-IF
           MOVE 'N' TO SEGCH-ABERTO
           IF FS-SEGCH = "00"
               MOVE 'S' TO SEGCH-ABERTO
           END-IF
           MOVE 'N' TO DISPNC-ABERTO
           IF FS-DISPNC = "00"
               MOVE 'S' TO DISPNC-ABERTO
           END-IF

           MOVE ZEROS TO SD-MATRICULA
           MOVE 'N' TO FIM-LEITURA
           START ARQ-SAIDA KEY IS NOT LESS THAN SD-MATRICULA
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-SAIDA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF SD-CANDIDATO = 'S'
                           PERFORM MASCARAR-ALUNO
                           REWRITE REG-SAIDA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-ALUNOS
           IF MANIFESTO-ABERTO = 'S'
               CLOSE ARQ-MANIFESTO
           END-IF
           IF RESP-ABERTO = 'S'
               CLOSE ARQ-RESP
           END-IF
           IF ATEST-ABERTO = 'S'
               CLOSE ARQ-ATEST
           END-IF
           IF OCOR-ABERTO = 'S'
               CLOSE ARQ-OCOR
           END-IF
           IF OCRES-ABERTO = 'S'
               CLOSE ARQ-OCRES
           END-IF
           IF NOTAS-ABERTO = 'S'
               CLOSE ARQ-NOTAS
           END-IF
           IF SEGCH-ABERTO = 'S'
               CLOSE ARQ-SEGCH
           END-IF
           IF DISPNC-ABERTO = 'S'
               CLOSE ARQ-DISPNC
           END-IF.

       MASCARAR-ALUNO.
           IF SD-ORIGEM = 'A'
               MOVE SD-MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                   NOT INVALID KEY
                       ADD 1 TO SD-QTD(1)
                       IF MODO = 'A'
                           MOVE MARCA-LGPD TO AL-NOME
                           REWRITE REG-ALUNO
                       END-IF
               END-READ
           ELSE
               MOVE SD-MATRICULA TO MX-MATRICULA
               READ ARQ-MANIFESTO
                   NOT INVALID KEY
                       ADD 1 TO SD-QTD(2)
                       IF MODO = 'A'
                           MOVE MARCA-LGPD TO MX-NOME
                           REWRITE REG-MANIFESTO
                       END-IF
               END-READ
           END-IF
           IF RESP-ABERTO = 'S'
               PERFORM MASCARAR-RESPONSAVEL
           END-IF
           IF ATEST-ABERTO = 'S'
               PERFORM MASCARAR-ATESTADOS
           END-IF
           IF OCOR-ABERTO = 'S'
               PERFORM MASCARAR-OCORRENCIAS
           END-IF
           IF NOTAS-ABERTO = 'S'
               PERFORM MASCARAR-NOTAS
           END-IF
           IF SEGCH-ABERTO = 'S'
               PERFORM MASCARAR-SEGUNDA-CHAMADA
           END-IF
           IF DISPNC-ABERTO = 'S'
               PERFORM MASCARAR-DISPENSAS
           END-IF.

       MASCARAR-RESPONSAVEL.
      *    O NOME DO RESPONSAVEL FICA NO TRABALHO PARA SER PROCURADO
      *    DEPOIS NA AUDITORIA (A TROCA DE RESPONSAVEL LOGA O NOME).
           MOVE SD-MATRICULA TO RS-MATRICULA
           READ ARQ-RESP
               NOT INVALID KEY
                   ADD 1 TO SD-QTD(3)
                   MOVE RS-NOME TO SD-NOME-RESP
                   MOVE RS-NOME TO NOME-MEDIDO
                   PERFORM MEDIR-NOME
                   MOVE TAM-MEDIDO TO SD-TAM-RESP
                   IF MODO = 'A'
                       MOVE MARCA-LGPD TO RS-NOME
                       MOVE MARCA-LGPD TO RS-ENDERECO
                       MOVE ASTERISCOS TO RS-TELEFONE
                       REWRITE REG-RESP
                   END-IF
           END-READ.

       MASCARAR-ATESTADOS.
           MOVE SD-MATRICULA TO AE-MATRICULA
           MOVE ZEROS TO AE-DATA-INICIO
           MOVE 'N' TO FIM-DETALHE
           START ARQ-ATEST KEY IS NOT LESS THAN AE-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-DETALHE
           END-START
           PERFORM UNTIL FIM-DETALHE = 'S'
               READ ARQ-ATEST NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DETALHE
                   NOT AT END
                       IF AE-MATRICULA NOT = SD-MATRICULA
                           MOVE 'S' TO FIM-DETALHE
                       ELSE
                           ADD 1 TO SD-QTD(4)
                           IF MODO = 'A'
                               MOVE MARCA-LGPD TO AE-MOTIVO
                               REWRITE REG-ATEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MASCARAR-OCORRENCIAS.
           MOVE SD-MATRICULA TO OC-MATRICULA
           MOVE ZEROS TO OC-DATA
           MOVE ZEROS TO OC-SEQ
           MOVE 'N' TO FIM-DETALHE
           START ARQ-OCOR KEY IS NOT LESS THAN OC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-DETALHE
           END-START
           PERFORM UNTIL FIM-DETALHE = 'S'
               READ ARQ-OCOR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DETALHE
                   NOT AT END
                       IF OC-MATRICULA NOT = SD-MATRICULA
                           MOVE 'S' TO FIM-DETALHE
                       ELSE
                           PERFORM MASCARAR-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM.

       MASCARAR-OCORRENCIA.
           ADD 1 TO SD-QTD(5)
           IF MODO = 'A'
               MOVE MARCA-LGPD TO OC-DESCRICAO
               REWRITE REG-OCOR
           END-IF
           IF OCRES-ABERTO = 'S'
               MOVE OC-CHAVE TO OR-CHAVE
               READ ARQ-OCRES
                   NOT INVALID KEY
                       ADD 1 TO SD-QTD(6)
                       IF MODO = 'A'
                           MOVE MARCA-LGPD TO OR-PROVIDENCIA
                           REWRITE REG-OCRES
                       END-IF
               END-READ
           END-IF.

       MASCARAR-NOTAS.
      *    A NOTA E A SITUACAO FICAM; SO O NOME E TROCADO. COMO O
      *    SELO SOMA O NOME, A NOTA QUE CHEGA INTEGRA E RESSELADA COM
      *    O NOME NOVO, COMO NA FUSAO DO EX74; A QUE JA VINHA
      *    DIVERGENTE FICA COMO ESTA, PARA O EX20 SEGUIR APONTANDO, E
      *    E CONTADA NO CERTIFICADO.
           MOVE SD-MATRICULA TO CN-MATRICULA
           MOVE ZEROS TO CN-ANO-LETIVO
           MOVE ZEROS TO CN-PERIODO
           MOVE LOW-VALUES TO CN-MATERIA
           MOVE 'N' TO FIM-DETALHE
           START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
               INVALID KEY
                   MOVE 'S' TO FIM-DETALHE
           END-START
           PERFORM UNTIL FIM-DETALHE = 'S'
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DETALHE
                   NOT AT END
                       IF CN-MATRICULA NOT = SD-MATRICULA
                           MOVE 'S' TO FIM-DETALHE
                       ELSE
                           ADD 1 TO SD-QTD(7)
                           PERFORM RESSELAR-NOTA
                           IF MODO = 'A'
                               REWRITE REG-NOTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MASCARAR-SEGUNDA-CHAMADA.
           MOVE SD-MATRICULA TO SC-MATRICULA
           MOVE ZEROS TO SC-ANO
           MOVE ZEROS TO SC-PERIODO
           MOVE LOW-VALUES TO SC-MATERIA
           MOVE 'N' TO FIM-DETALHE
           START ARQ-SEGCH KEY IS NOT LESS THAN SC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-DETALHE
           END-START
           PERFORM UNTIL FIM-DETALHE = 'S'
               READ ARQ-SEGCH NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DETALHE
                   NOT AT END
                       IF SC-MATRICULA NOT = SD-MATRICULA
                           MOVE 'S' TO FIM-DETALHE
                       ELSE
                           ADD 1 TO SD-QTD(8)
                           IF MODO = 'A'
                               MOVE MARCA-LGPD TO SC-NOME-ALUNO
                               REWRITE REG-SEGCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MASCARAR-DISPENSAS.
           MOVE SD-MATRICULA TO DN-MATRICULA
           MOVE LOW-VALUES TO DN-FINALIDADE
           MOVE 'N' TO FIM-DETALHE
           START ARQ-DISPNC KEY IS NOT LESS THAN DN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-DETALHE
           END-START
           PERFORM UNTIL FIM-DETALHE = 'S'
               READ ARQ-DISPNC NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DETALHE
                   NOT AT END
                       IF DN-MATRICULA NOT = SD-MATRICULA
                           MOVE 'S' TO FIM-DETALHE
                       ELSE
                           ADD 1 TO SD-QTD(9)
                           IF MODO = 'A'
                               MOVE MARCA-LGPD TO DN-MOTIVO
                               REWRITE REG-DISPNC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROCURAR-CANDIDATO.
           MOVE 'N' TO CANDIDATO-OK
           MOVE MATRICULA-LINHA TO SD-MATRICULA
           READ ARQ-SAIDA
               NOT INVALID KEY
                   IF SD-CANDIDATO = 'S'
                       MOVE 'S' TO CANDIDATO-OK
                   END-IF
           END-READ.

       MASCARAR-AVISOS.
      *    A FILA DE AVISOS E CHAVEADA POR EVENTO: VARRE O ARQUIVO
      *    INTEIRO. O TELEFONE E A MENSAGEM (QUE LEVA O NOME) SAO
      *    MASCARADOS; O RETORNO DA ENTREGA FICA.
           IF MODO = 'A'
               OPEN I-O ARQ-NOTIF
           ELSE
               OPEN INPUT ARQ-NOTIF
           END-IF
           IF FS-NOTIF = "00"
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-NOTIF NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           MOVE NF-MATRICULA TO MATRICULA-LINHA
                           PERFORM PROCURAR-CANDIDATO
                           IF CANDIDATO-OK = 'S'
                               ADD 1 TO SD-QTD(10)
                               REWRITE REG-SAIDA
                               IF MODO = 'A'
                                   MOVE ASTERISCOS TO NF-TELEFONE
                                   MOVE MARCA-LGPD TO NF-MENSAGEM
                                   REWRITE REG-NOTIF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTIF
           END-IF.

       MASCARAR-ALUARQ.
           OPEN INPUT ARQ-ALUARQ
           IF FS-ALUARQ = "00"
               IF MODO = 'A'
                   OPEN OUTPUT ARQ-COPIA
               END-IF
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-ALUARQ
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           PERFORM TRATAR-LINHA-ALUARQ
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALUARQ
               IF MODO = 'A'
                   CLOSE ARQ-COPIA
                   PERFORM REGRAVAR-ALUARQ
               END-IF
           END-IF.

       TRATAR-LINHA-ALUARQ.
           MOVE IMAGEM-ALUARQ(1:6) TO MATRICULA-LINHA-X
           PERFORM PROCURAR-CANDIDATO
           IF CANDIDATO-OK = 'S'
               ADD 1 TO SD-QTD(11)
               REWRITE REG-SAIDA
               MOVE MARCA-LGPD TO IMAGEM-ALUARQ(7:30)
           END-IF
           IF MODO = 'A'
               MOVE SPACES TO REG-COPIA
               MOVE IMAGEM-ALUARQ TO REG-COPIA
               WRITE REG-COPIA
           END-IF.

       REGRAVAR-ALUARQ.
           OPEN INPUT ARQ-COPIA
           OPEN OUTPUT ARQ-ALUARQ
           MOVE 'N' TO FIM-COPIA
           PERFORM UNTIL FIM-COPIA = 'S'
               READ ARQ-COPIA
                   AT END
                       MOVE 'S' TO FIM-COPIA
                   NOT AT END
                       MOVE REG-COPIA TO IMAGEM-ALUARQ
                       WRITE IMAGEM-ALUARQ
               END-READ
           END-PERFORM
           CLOSE ARQ-COPIA
           CLOSE ARQ-ALUARQ.

       MASCARAR-NOTARQ.
           OPEN INPUT ARQ-NOTARQ
           IF FS-NOTARQ = "00"
               IF MODO = 'A'
                   OPEN OUTPUT ARQ-COPIA
               END-IF
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-NOTARQ
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           PERFORM TRATAR-LINHA-NOTARQ
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTARQ
               IF MODO = 'A'
                   CLOSE ARQ-COPIA
                   PERFORM REGRAVAR-NOTARQ
               END-IF
           END-IF.

       TRATAR-LINHA-NOTARQ.
      *    A IMAGEM E A DO REGISTRO DE NOTAS, COM O SELO NO FIM: O
      *    NOME TROCADO PASSA PELA MESMA RESSELAGEM DO NOTASF5.
           MOVE IMAGEM-NOTARQ(1:6) TO MATRICULA-LINHA-X
           PERFORM PROCURAR-CANDIDATO
           IF CANDIDATO-OK = 'S'
               ADD 1 TO SD-QTD(12)
               REWRITE REG-SAIDA
               MOVE IMAGEM-NOTARQ TO NOTA-ARQUIVADA
               PERFORM RESSELAR-IMAGEM
               MOVE NOTA-ARQUIVADA TO IMAGEM-NOTARQ
           END-IF
           IF MODO = 'A'
               MOVE SPACES TO REG-COPIA
               MOVE IMAGEM-NOTARQ TO REG-COPIA
               WRITE REG-COPIA
           END-IF.

       RESSELAR-NOTA.
           MOVE CN-MATRICULA TO SL-MATRICULA
           MOVE CN-MATERIA TO SL-MATERIA
           MOVE CN-NOME TO SL-NOME
           MOVE CN-NOTA TO SL-NOTA
           PERFORM RECALCULAR-SELO
           MOVE MARCA-LGPD TO CN-NOME
           IF SELO-RECALCULADO = CN-SELO
               MOVE MARCA-LGPD TO SL-NOME
               PERFORM RECALCULAR-SELO
               MOVE SELO-RECALCULADO TO CN-SELO
           ELSE
               ADD 1 TO SELOS-DIVERGENTES
           END-IF.

       RESSELAR-IMAGEM.
           MOVE NQ-MATRICULA TO SL-MATRICULA
           MOVE NQ-MATERIA TO SL-MATERIA
           MOVE NQ-NOME TO SL-NOME
           MOVE NQ-NOTA TO SL-NOTA
           PERFORM RECALCULAR-SELO
           MOVE MARCA-LGPD TO NQ-NOME
           IF SELO-RECALCULADO = NQ-SELO
               MOVE MARCA-LGPD TO SL-NOME
               PERFORM RECALCULAR-SELO
               MOVE SELO-RECALCULADO TO NQ-SELO
           ELSE
               ADD 1 TO SELOS-DIVERGENTES
           END-IF.

       RECALCULAR-SELO.
      *    MESMA CONTA DO CALCULAR-SELO-INTEGRIDADE DO EX5.
           MOVE ZEROS TO CHECKSUM
           ADD SL-MATRICULA TO CHECKSUM
           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > LENGTH OF SL-NOME
               ADD FUNCTION ORD(SL-NOME(IDX-CHECKSUM:1)) TO CHECKSUM
           END-PERFORM
           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > LENGTH OF SL-MATERIA
               ADD FUNCTION ORD(SL-MATERIA(IDX-CHECKSUM:1))
                   TO CHECKSUM
           END-PERFORM
           MOVE SL-NOTA TO NOTA-SELO
           ADD NOTA-SELO-INTEIRA TO CHECKSUM
           ADD NOTA-SELO-CENTESIMOS TO CHECKSUM

           CALL 'PRIMOCHK' USING CHECKSUM EH-PRIMO
           IF EH-PRIMO EQUAL TO 1
               MOVE 'P' TO SELO-RECALCULADO
           ELSE
               MOVE 'N' TO SELO-RECALCULADO
           END-IF.

       REGRAVAR-NOTARQ.
           OPEN INPUT ARQ-COPIA
           OPEN OUTPUT ARQ-NOTARQ
           MOVE 'N' TO FIM-COPIA
           PERFORM UNTIL FIM-COPIA = 'S'
               READ ARQ-COPIA
                   AT END
                       MOVE 'S' TO FIM-COPIA
                   NOT AT END
                       MOVE REG-COPIA TO IMAGEM-NOTARQ
                       WRITE IMAGEM-NOTARQ
               END-READ
           END-PERFORM
           CLOSE ARQ-COPIA
           CLOSE ARQ-NOTARQ.

       MASCARAR-BOLARQ39.
           OPEN INPUT ARQ-BOLARQ39
           IF FS-BOLARQ39 = "00"
               IF MODO = 'A'
                   OPEN OUTPUT ARQ-COPIA
               END-IF
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-BOLARQ39
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           PERFORM TRATAR-LINHA-BOLARQ39
                   END-READ
               END-PERFORM
               CLOSE ARQ-BOLARQ39
               IF MODO = 'A'
                   CLOSE ARQ-COPIA
                   PERFORM REGRAVAR-BOLARQ39
               END-IF
           END-IF.

       TRATAR-LINHA-BOLARQ39.
      *    A LINHA DE BOLETIM E TEXTO CORRIDO: O NOME E PROCURADO E
      *    TROCADO POR ASTERISCOS DO MESMO TAMANHO.
           MOVE IMAGEM-BOLARQ(1:6) TO MATRICULA-LINHA-X
           PERFORM PROCURAR-CANDIDATO
           IF CANDIDATO-OK = 'S' AND SD-TAM-NOME > 2
               MOVE ZEROS TO QTD-ACHADOS
               INSPECT IMAGEM-BOLARQ(12:110) TALLYING QTD-ACHADOS
                   FOR ALL SD-NOME(1:SD-TAM-NOME)
               IF QTD-ACHADOS > 0
                   ADD 1 TO SD-QTD(13)
                   REWRITE REG-SAIDA
                   INSPECT IMAGEM-BOLARQ(12:110) REPLACING
                       ALL SD-NOME(1:SD-TAM-NOME)
                       BY ASTERISCOS(1:SD-TAM-NOME)
               END-IF
           END-IF
           IF MODO = 'A'
               MOVE SPACES TO REG-COPIA
               MOVE IMAGEM-BOLARQ TO REG-COPIA
               WRITE REG-COPIA
           END-IF.

       REGRAVAR-BOLARQ39.
           OPEN INPUT ARQ-COPIA
           OPEN OUTPUT ARQ-BOLARQ39
           MOVE 'N' TO FIM-COPIA
           PERFORM UNTIL FIM-COPIA = 'S'
               READ ARQ-COPIA
                   AT END
                       MOVE 'S' TO FIM-COPIA
                   NOT AT END
                       MOVE REG-COPIA TO IMAGEM-BOLARQ
                       WRITE IMAGEM-BOLARQ
               END-READ
           END-PERFORM
           CLOSE ARQ-COPIA
           CLOSE ARQ-BOLARQ39.

       MASCARAR-BOLARQ.
           OPEN INPUT ARQ-BOLARQ
           IF FS-BOLARQ = "00"
               IF MODO = 'A'
                   OPEN OUTPUT ARQ-COPIA
               END-IF
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-BOLARQ
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           PERFORM TRATAR-LINHA-BOLARQ
                   END-READ
               END-PERFORM
               CLOSE ARQ-BOLARQ
               IF MODO = 'A'
                   CLOSE ARQ-COPIA
                   PERFORM REGRAVAR-BOLARQ
               END-IF
           END-IF.

       TRATAR-LINHA-BOLARQ.
           MOVE BA-MATRICULA TO MATRICULA-LINHA
           PERFORM PROCURAR-CANDIDATO
           IF CANDIDATO-OK = 'S' AND SD-TAM-NOME > 2
               MOVE ZEROS TO QTD-ACHADOS
               INSPECT BA-LINHA TALLYING QTD-ACHADOS
                   FOR ALL SD-NOME(1:SD-TAM-NOME)
               IF QTD-ACHADOS > 0
                   ADD 1 TO SD-QTD(14)
                   REWRITE REG-SAIDA
                   INSPECT BA-LINHA REPLACING
                       ALL SD-NOME(1:SD-TAM-NOME)
                       BY ASTERISCOS(1:SD-TAM-NOME)
               END-IF
           END-IF
           IF MODO = 'A'
               MOVE SPACES TO REG-COPIA
               MOVE REG-BOLARQ TO REG-COPIA
               WRITE REG-COPIA
           END-IF.

       REGRAVAR-BOLARQ.
           OPEN INPUT ARQ-COPIA
           OPEN OUTPUT ARQ-BOLARQ
           MOVE 'N' TO FIM-COPIA
           PERFORM UNTIL FIM-COPIA = 'S'
               READ ARQ-COPIA
                   AT END
                       MOVE 'S' TO FIM-COPIA
                   NOT AT END
                       MOVE REG-COPIA TO REG-BOLARQ
                       WRITE REG-BOLARQ
               END-READ
           END-PERFORM
           CLOSE ARQ-COPIA
           CLOSE ARQ-BOLARQ.

       MASCARAR-AUDITORIA.
      *    A TRILHA FICA - QUEM FEZ O QUE E QUANDO -, MAS O VALOR
      *    LOGADO E MASCARADO NAS LINHAS DA MATRICULA QUE LEVAM O NOME
      *    DO ALUNO OU DO RESPONSAVEL OU O MOTIVO DE UMA DISPENSA.
      *    VALORES DE NOTA E DE SITUACAO FICAM.
           OPEN INPUT ARQ-AUDITORIA
           IF FS-AUDIT = "00"
               IF MODO = 'A'
                   OPEN OUTPUT ARQ-COPIA
               END-IF
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-AUDITORIA
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           PERFORM TRATAR-LINHA-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA
               IF MODO = 'A'
                   CLOSE ARQ-COPIA
                   PERFORM REGRAVAR-AUDITORIA
               END-IF
           END-IF.

       TRATAR-LINHA-AUDITORIA.
           MOVE 'N' TO CANDIDATO-OK
           PERFORM LOCALIZAR-MATRICULA-CHAVE
           IF MATRICULA-CHAVE NOT = SPACES
               MOVE MATRICULA-CHAVE TO MATRICULA-LINHA-X
               PERFORM PROCURAR-CANDIDATO
           END-IF
           IF CANDIDATO-OK = 'S'
               MOVE ZEROS TO QTD-ACHADOS
               IF SD-TAM-NOME > 2
                   INSPECT AUD-VALOR TALLYING QTD-ACHADOS
                       FOR ALL SD-NOME(1:SD-TAM-NOME)
               END-IF
               IF SD-TAM-RESP > 2
                   INSPECT AUD-VALOR TALLYING QTD-ACHADOS
                       FOR ALL SD-NOME-RESP(1:SD-TAM-RESP)
               END-IF
      *        NESTAS ACOES O VALOR E SEMPRE DADO PESSOAL (NOME
      *        ANTIGO, NOME DO RESPONSAVEL, MOTIVO ESCRITO A MAO), NAO
      *        IMPORTA SE O NOME ATUAL APARECE NELE OU NAO.
               IF AUD-ACAO = 'NC DISPENSADO'
                  OR AUD-ACAO = 'NC DISPENSA REG'
                  OR AUD-ACAO = 'RENOMEACAO'
                  OR AUD-ACAO = 'EXCLUSAO ALUNO'
                  OR AUD-ACAO = 'INCLUSAO RESP'
                  OR AUD-ACAO = 'ALTERACAO RESP'
                  OR AUD-ACAO = 'EXCLUSAO RESP'
                   ADD 1 TO QTD-ACHADOS
               END-IF
               IF QTD-ACHADOS > 0
                   ADD 1 TO SD-QTD(15)
                   REWRITE REG-SAIDA
                   MOVE MARCA-LGPD TO AUD-VALOR
               END-IF
           END-IF
           IF MODO = 'A'
               MOVE SPACES TO REG-COPIA
               MOVE REG-AUDITORIA TO REG-COPIA
               WRITE REG-COPIA
           END-IF.

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

       REGRAVAR-AUDITORIA.
           OPEN INPUT ARQ-COPIA
           OPEN OUTPUT ARQ-AUDITORIA
           MOVE 'N' TO FIM-COPIA
           PERFORM UNTIL FIM-COPIA = 'S'
               READ ARQ-COPIA
                   AT END
                       MOVE 'S' TO FIM-COPIA
                   NOT AT END
                       MOVE REG-COPIA TO REG-AUDITORIA
                       WRITE REG-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE ARQ-COPIA
           CLOSE ARQ-AUDITORIA.

       IMPRIMIR-CERTIFICADO.
      *    O CERTIFICADO NAO REPETE O NOME ORIGINAL: IDENTIFICA O EX-
      *    ALUNO SO PELA MATRICULA E DIZ QUANTOS REGISTROS DE CADA
      *    ARQUIVO FORAM MASCARADOS.
           MOVE SPACES TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           IF MODO = 'A'
               MOVE 'ALUNOS ANONIMIZADOS:' TO LINHA-CERTIFICADO
           ELSE
               MOVE 'ALUNOS QUE SERIAM ANONIMIZADOS:'
                   TO LINHA-CERTIFICADO
           END-IF
           WRITE LINHA-CERTIFICADO
           MOVE ZEROS TO SD-MATRICULA
           MOVE 'N' TO FIM-LEITURA
           START ARQ-SAIDA KEY IS NOT LESS THAN SD-MATRICULA
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-SAIDA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF SD-CANDIDATO = 'S'
                           PERFORM IMPRIMIR-ALUNO-CERTIFICADO
                       END-IF
               END-READ
           END-PERFORM
           IF QTD-CANDIDATOS = 0
               MOVE '    NENHUM.' TO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF

           MOVE SPACES TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACES TO LINHA-CERTIFICADO
           STRING 'AINDA NA GUARDA: ' QTD-NA-GUARDA
               '   SEM DATA DE SAIDA: ' QTD-SEM-DATA
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           IF SELOS-DIVERGENTES > 0
               MOVE SPACES TO LINHA-CERTIFICADO
               STRING 'NOTAS COM SELO JA DIVERGENTE (NOME TROCADO SEM '
                   'RESSELAR - CONFERIR NO EX20): ' SELOS-DIVERGENTES
                   DELIMITED BY SIZE INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF
           MOVE SPACES TO LINHA-CERTIFICADO
           STRING 'MANTIDOS SEM ALTERACAO: NOTAS, FREQUENCIA, '
               'RESULTADOS E COBRANCAS (ESTATISTICA HISTORICA);'
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACES TO LINHA-CERTIFICADO
           STRING 'DECLAR64.DAT E CERTIF65.DAT (ESCRITURACAO ESCOLAR, '
               'GUARDA LEGAL).'
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACES TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE 'ASSINATURA DO CHEFE DA SECRETARIA: ______________'
               TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO.

       IMPRIMIR-ALUNO-CERTIFICADO.
           MOVE SPACES TO LINHA-CERTIFICADO
           IF SD-ORIGEM = 'M'
               STRING '  MATRICULA ' SD-MATRICULA ' - SAIDA EM '
                   SD-DATA-SAIDA ' (ARQUIVO MORTO)'
                   DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           ELSE
               STRING '  MATRICULA ' SD-MATRICULA ' - SAIDA EM '
                   SD-DATA-SAIDA
                   DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           END-IF
           WRITE LINHA-CERTIFICADO
           MOVE 1 TO IND-ARQ
           PERFORM UNTIL IND-ARQ > 15
               IF SD-QTD(IND-ARQ) > 0
                   MOVE SPACES TO LINHA-CERTIFICADO
                   STRING '      ' NOME-ARQUIVO(IND-ARQ) ' '
                       SD-QTD(IND-ARQ) ' REGISTRO(S)'
                       DELIMITED BY SIZE INTO LINHA-CERTIFICADO
                   WRITE LINHA-CERTIFICADO
               END-IF
               ADD 1 TO IND-ARQ
           END-PERFORM.

       GRAVAR-AUDITORIA.
      *    REGISTRA A EXECUCAO NO MESMO LOG UNICO DOS PROGRAMAS DA
      *    SECRETARIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX78' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           MOVE OPERADOR-ATUAL TO AUD-OPERADOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM EX78.
