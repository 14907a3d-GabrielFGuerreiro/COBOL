       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX74.
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

           SELECT ARQ-DISC ASSIGN TO "DISC6.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-REG
               FILE STATUS IS FS-DISC.

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

           SELECT ARQ-ATEST ASSIGN TO "ATEST33.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-CHAVE
               FILE STATUS IS FS-ATEST.

           SELECT ARQ-RELATORIO ASSIGN TO "DUPL74.PRT"
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

       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-PARC.
           COPY PARC.

       FD  ARQ-DISC.
           COPY DISC6 REPLACING REG-DISC6 BY REG-DISC
               CONT-DISC6 BY QTD-DISC-REG
               CHAVE-DISC6 BY CHAVE-REG
               MATRICULA-DISC6 BY MATRICULA-REG
               ANO-DISC6 BY ANO-REG
               PERIODO-DISC6 BY PERIODO-REG.

       FD  ARQ-FREQ.
           COPY FREQ.

       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-OCOR.
           COPY OCOR.

       FD  ARQ-OCRES.
           COPY OCRES.

       FD  ARQ-ATEST.
           COPY ATEST.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-RESP         PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-PARC         PIC X(02) VALUE SPACES.
       77 FS-DISC         PIC X(02) VALUE SPACES.
       77 FS-FREQ         PIC X(02) VALUE SPACES.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-OCOR         PIC X(02) VALUE SPACES.
       77 FS-OCRES        PIC X(02) VALUE SPACES.
       77 FS-ATEST        PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 RESP-ABERTO     PIC X(01) VALUE 'N'.
       77 NOTAS-ABERTO    PIC X(01) VALUE 'N'.
       77 PARC-ABERTO     PIC X(01) VALUE 'N'.
       77 DISC-ABERTO     PIC X(01) VALUE 'N'.
       77 FREQ-ABERTO     PIC X(01) VALUE 'N'.
       77 MENSAL-ABERTO   PIC X(01) VALUE 'N'.
       77 OCOR-ABERTO     PIC X(01) VALUE 'N'.
       77 OCRES-ABERTO    PIC X(01) VALUE 'N'.
       77 ATEST-ABERTO    PIC X(01) VALUE 'N'.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 CONFIRMA        PIC X(01) VALUE SPACES.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 MATRICULA-FICA  PIC 9(06) VALUE ZEROS.
       77 MATRICULA-SAI   PIC 9(06) VALUE ZEROS.
       77 NOME-FICA       PIC X(30) VALUE SPACES.
       77 SITUACAO-SAI    PIC X(01) VALUE SPACES.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 FIM-LISTA       PIC X(01) VALUE 'N'.
       77 ALUNO-OK        PIC X(01) VALUE 'N'.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
       77 PERFIL-ATUAL    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
       77 QTD-ALUNOS      PIC 9(04) VALUE ZEROS.
       77 IDX-A           PIC 9(04) VALUE ZEROS.
       77 IDX-B           PIC 9(04) VALUE ZEROS.
       77 IDX-PAR         PIC 9(04) VALUE ZEROS.
       77 IDX-LETRA       PIC 9(02) VALUE ZEROS.
       77 IDX-SAIDA       PIC 9(02) VALUE ZEROS.
       77 LETRA           PIC X(01) VALUE SPACES.
       77 ULTIMA-LETRA    PIC X(01) VALUE SPACES.
       77 NOME-ENTRADA    PIC X(30) VALUE SPACES.
       77 NOME-NORMAL     PIC X(30) VALUE SPACES.
       77 INDICIO-RESP    PIC X(01) VALUE SPACES.
       77 INDICIO-TURMA   PIC X(01) VALUE SPACES.
       77 PARES-ACHADOS   PIC 9(04) VALUE ZEROS.
       77 COLISOES        PIC 9(06) VALUE ZEROS.
       77 CHAVE-SALVA     PIC X(30) VALUE SPACES.
       77 QTD-MOVIDOS     PIC 9(06) VALUE ZEROS.
       77 ERRO-FUSAO      PIC X(01) VALUE 'N'.
       77 OPERACAO-FALHA  PIC X(07) VALUE SPACES.
       77 CHAVE-FALHA     PIC X(30) VALUE SPACES.
       77 FS-FALHA        PIC X(02) VALUE SPACES.
       77 NOME-ARQUIVO    PIC X(15) VALUE SPACES.
       77 CHECKSUM        PIC 9(10) VALUE ZEROS.
       77 EH-PRIMO        PIC 9(01).
       77 IDX-CHECKSUM    PIC 9(03).
       77 SELO-RECALCULADO PIC X(01) VALUE SPACES.
       77 SELOS-DIVERGENTES PIC 9(06) VALUE ZEROS.
      *    NOTA DESMEMBRADA EM PARTE INTEIRA E CENTESIMOS PARA A CONTA
      *    DO SELO DE INTEGRIDADE, COMO NO EX5.
       01 NOTA-SELO           PIC 9(02)V99 VALUE ZEROS.
       01 FILLER REDEFINES NOTA-SELO.
           02 NOTA-SELO-INTEIRA    PIC 9(02).
           02 NOTA-SELO-CENTESIMOS PIC 9(02).
      *    CADASTRO CARREGADO PARA A COMPARACAO DOIS A DOIS, COM O
      *    NOME DO ALUNO E O DO RESPONSAVEL JA NORMALIZADOS.
       01 TABELA-ALUNOS.
           02 TA-ITEM OCCURS 2000 TIMES.
               03 TA-MATRICULA  PIC 9(06).
               03 TA-NOME       PIC X(30).
               03 TA-NORMAL     PIC X(30).
               03 TA-TURMA      PIC X(06).
               03 TA-SITUACAO   PIC X(01).
               03 TA-RESP       PIC X(30).
       01 LINHA-PAR.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LP-MATRICULA   PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LP-NOME        PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LP-TURMA       PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LP-SITUACAO    PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LP-RESP        PIC X(30).
       PROCEDURE DIVISION.
      *    DUPLICIDADE DE MATRICULAS: ALUNOS DIGITADOS NO TERMINAL
      *    ANTES DA CARGA DO EX17 AS VEZES EXISTEM DUAS VEZES, COM
      *    GRAFIAS UM POUCO DIFERENTES DO NOME, E AS NOTAS E FALTAS
      *    FICAM DIVIDIDAS ENTRE AS DUAS MATRICULAS. A DETECCAO LISTA
      *    EM DUPL74.PRT OS PARES PROVAVEIS (NOME NORMALIZADO IGUAL,
      *    SEM RESPONSAVEL NEM TURMA DIFERENTES); A FUSAO, SO PARA O
      *    PERFIL DE CHEFE, PASSA TODOS OS REGISTROS DE UMA MATRICULA
      *    PARA A OUTRA E CANCELA A QUE SAI, COM RASTRO NO LOG.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO OPERADOR-ATUAL
               MOVE CTX-PERFIL   TO PERFIL-ATUAL
           END-IF

           OPEN I-O ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-RESP
           IF FS-RESP = "00"
               MOVE 'S' TO RESP-ABERTO
           ELSE
               DISPLAY 'AVISO: RESP29.DAT NAO ENCONTRADO - A DETECCAO '
                   'COMPARA SO NOME E TURMA.'
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'MATRICULAS DUPLICADAS:'
               DISPLAY '(D) DETECTAR DUPLICIDADES (U) UNIR DUAS '
                   'MATRICULAS (F) FIM'
               ACCEPT OPCAO
               IF OPCAO = 'D' OR OPCAO = 'd'
                   PERFORM DETECTAR-DUPLICIDADES
               ELSE
                   IF OPCAO = 'U' OR OPCAO = 'u'
                       PERFORM EXIGIR-PERFIL-CHEFE
                       IF PERFIL-CHEFE-OK = 'S'
                           PERFORM UNIR-MATRICULAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-ALUNOS
           IF RESP-ABERTO = 'S'
               CLOSE ARQ-RESP
           END-IF
           STOP RUN.

       EXIGIR-PERFIL-CHEFE.
      *    A FUSAO REESCREVE A HISTORIA DE DUAS MATRICULAS, ENTAO SO
      *    O PERFIL DE CHEFE (CADASTRO DO EX37) PASSA. NO MENU DO
      *    EX23 O OPERADOR JA VEM NO CONTEXTO; SOZINHO, O PROGRAMA
      *    PEDE O LOGON UMA UNICA VEZ NA SESSAO.
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
               ACCEPT MATRICULA
               CALL 'MATRDV' USING MATRICULA DV-OK
               IF DV-OK NOT = 1
                   DISPLAY 'MATRICULA COM DIGITO VERIFICADOR '
                       'INVALIDO - CONFIRA A DIGITACAO.'
               END-IF
           END-PERFORM.

       DETECTAR-DUPLICIDADES.
           PERFORM CARREGAR-ALUNOS
           MOVE ZEROS TO PARES-ACHADOS
           OPEN OUTPUT ARQ-RELATORIO
           MOVE 'MATRICULAS PROVAVELMENTE DUPLICADAS' TO
               LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING '  MATRIC NOME                           TURMA  S '
               'RESPONSAVEL'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING IDX-A FROM 1 BY 1 UNTIL IDX-A > QTD-ALUNOS
               COMPUTE IDX-B = IDX-A + 1
               PERFORM UNTIL IDX-B > QTD-ALUNOS
                   IF TA-NORMAL(IDX-A) = TA-NORMAL(IDX-B)
                       PERFORM AVALIAR-PAR
                   END-IF
                   ADD 1 TO IDX-B
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'TOTAL DE PARES: ' PARES-ACHADOS
               ' - CONFIRA NA PASTA DO ALUNO ANTES DE UNIR (OPCAO U).'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQ-RELATORIO
           DISPLAY PARES-ACHADOS ' PAR(ES) PROVAVEL(IS) EM DUPL74.PRT '
               '(' QTD-ALUNOS ' MATRICULAS COMPARADAS).'.

       CARREGAR-ALUNOS.
      *    AS MATRICULAS JA CANCELADAS FICAM FORA: SAO JUSTAMENTE AS
      *    QUE UMA FUSAO ANTERIOR DEIXOU PARA TRAS.
           MOVE ZEROS TO QTD-ALUNOS
           MOVE 'N' TO FIM-LISTA
           MOVE ZEROS TO AL-MATRICULA
           START ARQ-ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF AL-SITUACAO NOT = 'C'
                           PERFORM INCLUIR-NA-TABELA
                       END-IF
               END-READ
           END-PERFORM.

       INCLUIR-NA-TABELA.
           IF QTD-ALUNOS = 2000
               DISPLAY 'AVISO: MAIS DE 2000 MATRICULAS - A DETECCAO '
                   'COMPARA SO AS 2000 PRIMEIRAS.'
               MOVE 'S' TO FIM-LISTA
           ELSE
               ADD 1 TO QTD-ALUNOS
               MOVE AL-MATRICULA TO TA-MATRICULA(QTD-ALUNOS)
               MOVE AL-NOME TO TA-NOME(QTD-ALUNOS)
               MOVE AL-TURMA TO TA-TURMA(QTD-ALUNOS)
               MOVE AL-SITUACAO TO TA-SITUACAO(QTD-ALUNOS)
               MOVE AL-NOME TO NOME-ENTRADA
               PERFORM NORMALIZAR-NOME
               MOVE NOME-NORMAL TO TA-NORMAL(QTD-ALUNOS)
               MOVE SPACES TO TA-RESP(QTD-ALUNOS)
               IF RESP-ABERTO = 'S'
                   MOVE AL-MATRICULA TO RS-MATRICULA
                   READ ARQ-RESP
                       NOT INVALID KEY
                           MOVE RS-NOME TO NOME-ENTRADA
                           PERFORM NORMALIZAR-NOME
                           MOVE NOME-NORMAL TO TA-RESP(QTD-ALUNOS)
                   END-READ
               END-IF
           END-IF.

       NORMALIZAR-NOME.
      *    CHAVE FONETICA SIMPLES PARA AS GRAFIAS QUE MAIS SE
      *    CONFUNDEM NO BALCAO: CAIXA ALTA, SO LETRAS (SEM ESPACOS E
      *    PONTOS), H MUDO FORA, Y/W/K/Z TROCADOS POR I/V/C/S E
      *    LETRA DOBRADA VIRANDO UMA SO - "LUIZ" E "LUIS", "THIAGO"
      *    E "TIAGO", "RAFAELLA" E "RAFAELA" DAO A MESMA CHAVE.
           INSPECT NOME-ENTRADA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT NOME-ENTRADA CONVERTING 'YWKZ' TO 'IVCS'
           MOVE SPACES TO NOME-NORMAL
           MOVE SPACES TO ULTIMA-LETRA
           MOVE ZEROS TO IDX-SAIDA
           PERFORM VARYING IDX-LETRA FROM 1 BY 1 UNTIL IDX-LETRA > 30
               MOVE NOME-ENTRADA(IDX-LETRA:1) TO LETRA
               IF LETRA >= 'A' AND LETRA <= 'Z' AND LETRA NOT = 'H'
                  AND LETRA NOT = ULTIMA-LETRA
                   ADD 1 TO IDX-SAIDA
                   MOVE LETRA TO NOME-NORMAL(IDX-SAIDA:1)
                   MOVE LETRA TO ULTIMA-LETRA
               END-IF
           END-PERFORM.

       AVALIAR-PAR.
      *    NOME IGUAL E O PONTO DE PARTIDA; RESPONSAVEL OU TURMA
      *    DIFERENTES (QUANDO OS DOIS LADOS TEM O DADO) DESCARTAM O
      *    PAR - SAO HOMONIMOS, NAO O MESMO ALUNO. DADO FALTANDO DE
      *    UM LADO SAI MARCADO '?' PARA A CONFERENCIA.
           MOVE '?' TO INDICIO-RESP
           IF TA-RESP(IDX-A) NOT = SPACES
              AND TA-RESP(IDX-B) NOT = SPACES
               IF TA-RESP(IDX-A) = TA-RESP(IDX-B)
                   MOVE 'S' TO INDICIO-RESP
               ELSE
                   MOVE 'N' TO INDICIO-RESP
               END-IF
           END-IF
           MOVE '?' TO INDICIO-TURMA
           IF TA-TURMA(IDX-A) NOT = SPACES
              AND TA-TURMA(IDX-B) NOT = SPACES
               IF TA-TURMA(IDX-A) = TA-TURMA(IDX-B)
                   MOVE 'S' TO INDICIO-TURMA
               ELSE
                   MOVE 'N' TO INDICIO-TURMA
               END-IF
           END-IF
           IF INDICIO-RESP NOT = 'N' AND INDICIO-TURMA NOT = 'N'
               ADD 1 TO PARES-ACHADOS
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'PAR ' PARES-ACHADOS ' - NOME: S  RESPONSAVEL: '
                   INDICIO-RESP '  TURMA: ' INDICIO-TURMA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE IDX-A TO IDX-PAR
               PERFORM GRAVAR-LINHA-PAR
               MOVE IDX-B TO IDX-PAR
               PERFORM GRAVAR-LINHA-PAR
           END-IF.

       GRAVAR-LINHA-PAR.
           MOVE TA-MATRICULA(IDX-PAR) TO LP-MATRICULA
           MOVE TA-NOME(IDX-PAR) TO LP-NOME
           MOVE TA-TURMA(IDX-PAR) TO LP-TURMA
           MOVE TA-SITUACAO(IDX-PAR) TO LP-SITUACAO
           MOVE SPACES TO LP-RESP
           IF RESP-ABERTO = 'S'
               MOVE TA-MATRICULA(IDX-PAR) TO RS-MATRICULA
               READ ARQ-RESP
                   NOT INVALID KEY
                       MOVE RS-NOME TO LP-RESP
               END-READ
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           MOVE LINHA-PAR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       UNIR-MATRICULAS.
      *    A MATRICULA QUE FICA RECEBE TUDO; A QUE SAI TERMINA
      *    CANCELADA ('C'), SEM NENHUM REGISTRO PENDURADO NELA. ANTES
      *    DE MOVER QUALQUER COISA, TODAS AS CHAVES SAO CONFERIDAS:
      *    SE A MATRICULA QUE FICA JA TEM A MESMA NOTA, LISTA, DIA DE
      *    FREQUENCIA, COMPETENCIA, OCORRENCIA, BAIXA DE OCORRENCIA
      *    OU ATESTADO, A FUSAO E RECUSADA INTEIRA, SEM MEIO CAMINHO.
           DISPLAY 'MATRICULA QUE FICA (RECEBE OS REGISTROS):'
           PERFORM PEDIR-MATRICULA
           MOVE MATRICULA TO MATRICULA-FICA
           DISPLAY 'MATRICULA QUE SAI (SERA CANCELADA):'
           PERFORM PEDIR-MATRICULA
           MOVE MATRICULA TO MATRICULA-SAI
           IF MATRICULA-FICA = MATRICULA-SAI
               DISPLAY 'AS DUAS MATRICULAS SAO IGUAIS - NADA A UNIR.'
           ELSE
               PERFORM CONFERIR-ALUNOS
               IF ALUNO-OK = 'S'
                   DISPLAY 'CONFIRMA A FUSAO DE ' MATRICULA-SAI
                       ' EM ' MATRICULA-FICA '? (S/N)'
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S' OR CONFIRMA = 's'
                       PERFORM ABRIR-DEPENDENTES
                       PERFORM VERIFICAR-COLISOES
                       IF COLISOES > 0
                           DISPLAY 'FUSAO RECUSADA: ' COLISOES
                               ' CHAVE(S) DE ' MATRICULA-SAI ' JA '
                               'EXISTEM EM ' MATRICULA-FICA
                               ' - RESOLVA ANTES.'
                           MOVE 'FUSAO RECUSADA' TO AUD-ACAO
                           PERFORM MONTAR-CHAVE-AUDITORIA
                           MOVE SPACES TO AUD-VALOR
                           STRING 'COLISOES=' COLISOES
                               DELIMITED BY SIZE INTO AUD-VALOR
                           PERFORM GRAVAR-AUDITORIA
                       ELSE
                           PERFORM MOVER-DEPENDENTES
                           IF ERRO-FUSAO = 'S'
                               PERFORM INTERROMPER-FUSAO
                           ELSE
                               PERFORM CANCELAR-MATRICULA-SAI
                           END-IF
                       END-IF
                       PERFORM FECHAR-DEPENDENTES
                   ELSE
                       DISPLAY 'FUSAO NAO CONFIRMADA.'
                   END-IF
               END-IF
           END-IF.

       CONFERIR-ALUNOS.
           MOVE 'N' TO ALUNO-OK
           MOVE MATRICULA-SAI TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA-SAI
               NOT INVALID KEY
                   IF AL-SITUACAO = 'C'
                       DISPLAY 'A MATRICULA ' MATRICULA-SAI
                           ' JA ESTA CANCELADA.'
                   ELSE
                       MOVE 'S' TO ALUNO-OK
                       MOVE AL-SITUACAO TO SITUACAO-SAI
                       DISPLAY 'SAI:  ' AL-MATRICULA ' - ' AL-NOME
                           ' TURMA ' AL-TURMA ' SITUACAO '
                           AL-SITUACAO
                   END-IF
           END-READ
           IF ALUNO-OK = 'S'
               MOVE 'N' TO ALUNO-OK
               MOVE MATRICULA-FICA TO AL-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA-FICA
                   NOT INVALID KEY
                       IF AL-SITUACAO = 'C'
                           DISPLAY 'A MATRICULA ' MATRICULA-FICA
                               ' ESTA CANCELADA - ESCOLHA A OUTRA '
                               'PARA FICAR.'
                       ELSE
                           MOVE 'S' TO ALUNO-OK
                           MOVE AL-NOME TO NOME-FICA
                           DISPLAY 'FICA: ' AL-MATRICULA ' - '
                               AL-NOME ' TURMA ' AL-TURMA
                               ' SITUACAO ' AL-SITUACAO
                       END-IF
               END-READ
           END-IF.

       ABRIR-DEPENDENTES.
      *    ARQUIVO QUE AINDA NAO EXISTE NAO TEM O QUE MOVER.
           MOVE 'N' TO NOTAS-ABERTO PARC-ABERTO DISC-ABERTO
               FREQ-ABERTO MENSAL-ABERTO OCOR-ABERTO OCRES-ABERTO
               ATEST-ABERTO
           OPEN I-O ARQ-NOTAS
           IF FS-NOTAS = "00"
               MOVE 'S' TO NOTAS-ABERTO
           END-IF
           OPEN I-O ARQ-PARC
           IF FS-PARC = "00"
               MOVE 'S' TO PARC-ABERTO
           END-IF
           OPEN I-O ARQ-DISC
           IF FS-DISC = "00"
               MOVE 'S' TO DISC-ABERTO
           END-IF
           OPEN I-O ARQ-FREQ
           IF FS-FREQ = "00"
               MOVE 'S' TO FREQ-ABERTO
           END-IF
           OPEN I-O ARQ-MENSAL
           IF FS-MENSAL = "00"
               MOVE 'S' TO MENSAL-ABERTO
           END-IF
           OPEN I-O ARQ-OCOR
           IF FS-OCOR = "00"
               MOVE 'S' TO OCOR-ABERTO
           END-IF
           OPEN I-O ARQ-OCRES
           IF FS-OCRES = "00"
               MOVE 'S' TO OCRES-ABERTO
           END-IF
           OPEN I-O ARQ-ATEST
           IF FS-ATEST = "00"
               MOVE 'S' TO ATEST-ABERTO
           END-IF.

       FECHAR-DEPENDENTES.
           IF NOTAS-ABERTO = 'S'
               CLOSE ARQ-NOTAS
           END-IF
           IF PARC-ABERTO = 'S'
               CLOSE ARQ-PARC
           END-IF
           IF DISC-ABERTO = 'S'
               CLOSE ARQ-DISC
           END-IF
           IF FREQ-ABERTO = 'S'
               CLOSE ARQ-FREQ
           END-IF
           IF MENSAL-ABERTO = 'S'
               CLOSE ARQ-MENSAL
           END-IF
           IF OCOR-ABERTO = 'S'
               CLOSE ARQ-OCOR
           END-IF
           IF OCRES-ABERTO = 'S'
               CLOSE ARQ-OCRES
           END-IF
           IF ATEST-ABERTO = 'S'
               CLOSE ARQ-ATEST
           END-IF.

       VERIFICAR-COLISOES.
      *    PARA CADA REGISTRO DA MATRICULA QUE SAI, PROCURA A MESMA
      *    CHAVE NA MATRICULA QUE FICA. A LEITURA DIRETA PERDE A
      *    POSICAO DA LEITURA SEQUENCIAL, ENTAO A CHAVE E GUARDADA E
      *    A VARREDURA RECOMECA LOGO DEPOIS DELA.
           MOVE ZEROS TO COLISOES
           IF NOTAS-ABERTO = 'S'
               PERFORM COLISOES-NOTAS
           END-IF
           IF PARC-ABERTO = 'S'
               PERFORM COLISOES-PARC
           END-IF
           IF DISC-ABERTO = 'S'
               PERFORM COLISOES-DISC
           END-IF
           IF FREQ-ABERTO = 'S'
               PERFORM COLISOES-FREQ
           END-IF
           IF MENSAL-ABERTO = 'S'
               PERFORM COLISOES-MENSAL
           END-IF
           IF OCOR-ABERTO = 'S'
               PERFORM COLISOES-OCOR
           END-IF
           IF OCRES-ABERTO = 'S'
               PERFORM COLISOES-OCRES
           END-IF
           IF ATEST-ABERTO = 'S'
               PERFORM COLISOES-ATEST
           END-IF.

       COLISOES-NOTAS.
           MOVE 'N' TO FIM-LISTA
           MOVE LOW-VALUES TO CHAVE-NOTA
           MOVE MATRICULA-SAI TO CN-MATRICULA
           START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF CN-MATRICULA NOT = MATRICULA-SAI
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           MOVE CHAVE-NOTA TO CHAVE-SALVA
                           MOVE MATRICULA-FICA TO CN-MATRICULA
                           READ ARQ-NOTAS
                               NOT INVALID KEY
                                   ADD 1 TO COLISOES
                                   DISPLAY '  NOTASF5.DAT: '
                                       CHAVE-NOTA
                           END-READ
                           MOVE CHAVE-SALVA TO CHAVE-NOTA
                           START ARQ-NOTAS KEY IS GREATER THAN
                                   CHAVE-NOTA
                               INVALID KEY
                                   MOVE 'S' TO FIM-LISTA
                           END-START
                       END-IF
               END-READ
           END-PERFORM.

       COLISOES-PARC.
           MOVE 'N' TO FIM-LISTA
           MOVE LOW-VALUES TO PC-CHAVE
           MOVE MATRICULA-SAI TO PC-MATRICULA
           START ARQ-PARC KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-PARC NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF PC-MATRICULA NOT = MATRICULA-SAI
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           MOVE PC-CHAVE TO CHAVE-SALVA
                           MOVE MATRICULA-FICA TO PC-MATRICULA
                           READ ARQ-PARC
                               NOT INVALID KEY
                                   ADD 1 TO COLISOES
                                   DISPLAY '  PARC7.DAT: ' PC-CHAVE
                           END-READ
                           MOVE CHAVE-SALVA TO PC-CHAVE
                           START ARQ-PARC KEY IS GREATER THAN PC-CHAVE
                               INVALID KEY
                                   MOVE 'S' TO FIM-LISTA
                           END-START
                       END-IF
               END-READ
           END-PERFORM.

       COLISOES-DISC.
           MOVE 'N' TO FIM-LISTA
           MOVE LOW-VALUES TO CHAVE-REG
           MOVE MATRICULA-SAI TO MATRICULA-REG
           START ARQ-DISC KEY IS NOT LESS THAN CHAVE-REG
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-DISC NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF MATRICULA-REG NOT = MATRICULA-SAI
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           MOVE CHAVE-REG TO CHAVE-SALVA
                           MOVE MATRICULA-FICA TO MATRICULA-REG
                           READ ARQ-DISC
                               NOT INVALID KEY
                                   ADD 1 TO COLISOES
                                   DISPLAY '  DISC6.DAT: ' CHAVE-REG
                           END-READ
                           MOVE CHAVE-SALVA TO CHAVE-REG
                           START ARQ-DISC KEY IS GREATER THAN CHAVE-REG
                               INVALID KEY
                                   MOVE 'S' TO FIM-LISTA
                           END-START
                       END-IF
               END-READ
           END-PERFORM.

       COLISOES-FREQ.
           MOVE 'N' TO FIM-LISTA
           MOVE LOW-VALUES TO FQ-CHAVE
           MOVE MATRICULA-SAI TO FQ-MATRICULA
           START ARQ-FREQ KEY IS NOT LESS THAN FQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-FREQ NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF FQ-MATRICULA NOT = MATRICULA-SAI
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           MOVE FQ-CHAVE TO CHAVE-SALVA
                           MOVE MATRICULA-FICA TO FQ-MATRICULA
                           READ ARQ-FREQ
                               NOT INVALID KEY
                                   ADD 1 TO COLISOES
                                   DISPLAY '  FREQ25.DAT: ' FQ-CHAVE
                           END-READ
                           MOVE CHAVE-SALVA TO FQ-CHAVE
                           START ARQ-FREQ KEY IS GREATER THAN FQ-CHAVE
                               INVALID KEY
                                   MOVE 'S' TO FIM-LISTA
                           END-START
                       END-IF
               END-READ
           END-PERFORM.

       COLISOES-MENSAL.
           MOVE 'N' TO FIM-LISTA
           MOVE LOW-VALUES TO MN-CHAVE
           MOVE MATRICULA-SAI TO MN-MATRICULA
           START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-MENSAL NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF MN-MATRICULA NOT = MATRICULA-SAI
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           MOVE MN-CHAVE TO CHAVE-SALVA
                           MOVE MATRICULA-FICA TO MN-MATRICULA
                           READ ARQ-MENSAL
                               NOT INVALID KEY
                                   ADD 1 TO COLISOES
                                   DISPLAY '  MENSAL26.DAT: ' MN-CHAVE
                           END-READ
                           MOVE CHAVE-SALVA TO MN-CHAVE
                           START ARQ-MENSAL KEY IS GREATER THAN
                                   MN-CHAVE
                               INVALID KEY
                                   MOVE 'S' TO FIM-LISTA
                           END-START
                       END-IF
               END-READ
           END-PERFORM.

       COLISOES-OCOR.
           MOVE 'N' TO FIM-LISTA
           MOVE LOW-VALUES TO OC-CHAVE
           MOVE MATRICULA-SAI TO OC-MATRICULA
           START ARQ-OCOR KEY IS NOT LESS THAN OC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-OCOR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF OC-MATRICULA NOT = MATRICULA-SAI
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           MOVE OC-CHAVE TO CHAVE-SALVA
                           MOVE MATRICULA-FICA TO OC-MATRICULA
                           READ ARQ-OCOR
                               NOT INVALID KEY
                                   ADD 1 TO COLISOES
                                   DISPLAY '  OCOR47.DAT: ' OC-CHAVE
                           END-READ
                           MOVE CHAVE-SALVA TO OC-CHAVE
                           START ARQ-OCOR KEY IS GREATER THAN OC-CHAVE
                               INVALID KEY
                                   MOVE 'S' TO FIM-LISTA
                           END-START
                       END-IF
               END-READ
           END-PERFORM.

       COLISOES-OCRES.
           MOVE 'N' TO FIM-LISTA
           MOVE LOW-VALUES TO OR-CHAVE
           MOVE MATRICULA-SAI TO OR-MATRICULA
           START ARQ-OCRES KEY IS NOT LESS THAN OR-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-OCRES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF OR-MATRICULA NOT = MATRICULA-SAI
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           MOVE OR-CHAVE TO CHAVE-SALVA
                           MOVE MATRICULA-FICA TO OR-MATRICULA
                           READ ARQ-OCRES
                               NOT INVALID KEY
                                   ADD 1 TO COLISOES
                                   DISPLAY '  OCRES47.DAT: ' OR-CHAVE
                           END-READ
                           MOVE CHAVE-SALVA TO OR-CHAVE
                           START ARQ-OCRES KEY IS GREATER THAN OR-CHAVE
                               INVALID KEY
                                   MOVE 'S' TO FIM-LISTA
                           END-START
                       END-IF
               END-READ
           END-PERFORM.

       COLISOES-ATEST.
           MOVE 'N' TO FIM-LISTA
           MOVE LOW-VALUES TO AE-CHAVE
           MOVE MATRICULA-SAI TO AE-MATRICULA
           START ARQ-ATEST KEY IS NOT LESS THAN AE-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-ATEST NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF AE-MATRICULA NOT = MATRICULA-SAI
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           MOVE AE-CHAVE TO CHAVE-SALVA
                           MOVE MATRICULA-FICA TO AE-MATRICULA
                           READ ARQ-ATEST
                               NOT INVALID KEY
                                   ADD 1 TO COLISOES
                                   DISPLAY '  ATEST33.DAT: ' AE-CHAVE
                           END-READ
                           MOVE CHAVE-SALVA TO AE-CHAVE
                           START ARQ-ATEST KEY IS GREATER THAN AE-CHAVE
                               INVALID KEY
                                   MOVE 'S' TO FIM-LISTA
                           END-START
                       END-IF
               END-READ
           END-PERFORM.

       MOVER-DEPENDENTES.
      *    SEM COLISAO, CADA REGISTRO DA MATRICULA QUE SAI E
      *    GRAVADO COM A MATRICULA QUE FICA E SO ENTAO EXCLUIDO. A
      *    VARREDURA RECOMECA NA MATRICULA QUE SAI A CADA REGISTRO
      *    MOVIDO, ATE NAO SOBRAR NENHUM. CADA ARQUIVO DEIXA UMA LINHA
      *    NO LOG. UM ERRO DE GRAVACAO OU EXCLUSAO PARA A FUSAO NO
      *    PONTO EM QUE ESTA, SEM PASSAR AOS ARQUIVOS SEGUINTES.
           MOVE ZEROS TO SELOS-DIVERGENTES
           MOVE 'N' TO ERRO-FUSAO
           IF NOTAS-ABERTO = 'S' AND ERRO-FUSAO = 'N'
               MOVE 'FUSAO NOTASF5' TO NOME-ARQUIVO
               PERFORM MOVER-NOTAS
               PERFORM AUDITAR-MOVIMENTO
           END-IF
           IF PARC-ABERTO = 'S' AND ERRO-FUSAO = 'N'
               MOVE 'FUSAO PARC7' TO NOME-ARQUIVO
               PERFORM MOVER-PARC
               PERFORM AUDITAR-MOVIMENTO
           END-IF
           IF DISC-ABERTO = 'S' AND ERRO-FUSAO = 'N'
               MOVE 'FUSAO DISC6' TO NOME-ARQUIVO
               PERFORM MOVER-DISC
               PERFORM AUDITAR-MOVIMENTO
           END-IF
           IF FREQ-ABERTO = 'S' AND ERRO-FUSAO = 'N'
               MOVE 'FUSAO FREQ25' TO NOME-ARQUIVO
               PERFORM MOVER-FREQ
               PERFORM AUDITAR-MOVIMENTO
           END-IF
           IF MENSAL-ABERTO = 'S' AND ERRO-FUSAO = 'N'
               MOVE 'FUSAO MENSAL26' TO NOME-ARQUIVO
               PERFORM MOVER-MENSAL
               PERFORM AUDITAR-MOVIMENTO
           END-IF
           IF OCOR-ABERTO = 'S' AND ERRO-FUSAO = 'N'
               MOVE 'FUSAO OCOR47' TO NOME-ARQUIVO
               PERFORM MOVER-OCOR
               PERFORM AUDITAR-MOVIMENTO
           END-IF
           IF OCRES-ABERTO = 'S' AND ERRO-FUSAO = 'N'
               MOVE 'FUSAO OCRES47' TO NOME-ARQUIVO
               PERFORM MOVER-OCRES
               PERFORM AUDITAR-MOVIMENTO
           END-IF
           IF ATEST-ABERTO = 'S' AND ERRO-FUSAO = 'N'
               MOVE 'FUSAO ATEST33' TO NOME-ARQUIVO
               PERFORM MOVER-ATEST
               PERFORM AUDITAR-MOVIMENTO
           END-IF
           IF SELOS-DIVERGENTES > 0
               DISPLAY 'AVISO: ' SELOS-DIVERGENTES ' NOTA(S) JA '
                   'VINHAM COM SELO DIVERGENTE E FORAM MOVIDAS SEM '
                   'RESSELAR - CONFIRA NA CONCILIACAO DO EX20.'
           END-IF.

       MOVER-NOTAS.
      *    O SELO DA NOTA SOMA A MATRICULA E O NOME: A NOTA QUE
      *    CHEGA INTEGRA E RESSELADA COM OS DADOS NOVOS; A QUE JA
      *    VINHA DIVERGENTE E MOVIDA COMO ESTA, PARA O EX20 SEGUIR
      *    APONTANDO.
           MOVE ZEROS TO QTD-MOVIDOS
           MOVE 'N' TO FIM-LISTA
           PERFORM UNTIL FIM-LISTA = 'S'
               MOVE LOW-VALUES TO CHAVE-NOTA
               MOVE MATRICULA-SAI TO CN-MATRICULA
               START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
                   INVALID KEY
                       MOVE 'S' TO FIM-LISTA
               END-START
               IF FIM-LISTA = 'N'
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                   END-READ
               END-IF
               IF FIM-LISTA = 'N'
                   IF CN-MATRICULA NOT = MATRICULA-SAI
                       MOVE 'S' TO FIM-LISTA
                   ELSE
                       PERFORM RECALCULAR-SELO
                       MOVE MATRICULA-FICA TO CN-MATRICULA
                       MOVE NOME-FICA TO CN-NOME
                       IF SELO-RECALCULADO = CN-SELO
                           PERFORM RECALCULAR-SELO
                           MOVE SELO-RECALCULADO TO CN-SELO
                       ELSE
                           ADD 1 TO SELOS-DIVERGENTES
                       END-IF
                       WRITE REG-NOTAS
                           INVALID KEY
                               MOVE 'GRAVAR' TO OPERACAO-FALHA
                               MOVE CHAVE-NOTA TO CHAVE-FALHA
                               MOVE FS-NOTAS TO FS-FALHA
                               PERFORM FALHA-MOVIMENTO
                           NOT INVALID KEY
                               MOVE MATRICULA-SAI TO CN-MATRICULA
                               DELETE ARQ-NOTAS
                                   INVALID KEY
                                       MOVE 'EXCLUIR' TO OPERACAO-FALHA
                                       MOVE CHAVE-NOTA TO CHAVE-FALHA
                                       MOVE FS-NOTAS TO FS-FALHA
                                       PERFORM FALHA-MOVIMENTO
                                   NOT INVALID KEY
                                       ADD 1 TO QTD-MOVIDOS
                               END-DELETE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       RECALCULAR-SELO.
      *    MESMA CONTA DO CALCULAR-SELO-INTEGRIDADE DO EX5.
           MOVE ZEROS TO CHECKSUM
           ADD CN-MATRICULA TO CHECKSUM
           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > LENGTH OF CN-NOME
               ADD FUNCTION ORD(CN-NOME(IDX-CHECKSUM:1)) TO CHECKSUM
           END-PERFORM
           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > LENGTH OF CN-MATERIA
               ADD FUNCTION ORD(CN-MATERIA(IDX-CHECKSUM:1))
                   TO CHECKSUM
           END-PERFORM
           MOVE CN-NOTA TO NOTA-SELO
           ADD NOTA-SELO-INTEIRA TO CHECKSUM
           ADD NOTA-SELO-CENTESIMOS TO CHECKSUM

           CALL 'PRIMOCHK' USING CHECKSUM EH-PRIMO
           IF EH-PRIMO EQUAL TO 1
               MOVE 'P' TO SELO-RECALCULADO
           ELSE
               MOVE 'N' TO SELO-RECALCULADO
           END-IF.

       MOVER-PARC.
           MOVE ZEROS TO QTD-MOVIDOS
           MOVE 'N' TO FIM-LISTA
           PERFORM UNTIL FIM-LISTA = 'S'
               MOVE LOW-VALUES TO PC-CHAVE
               MOVE MATRICULA-SAI TO PC-MATRICULA
               START ARQ-PARC KEY IS NOT LESS THAN PC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LISTA
               END-START
               IF FIM-LISTA = 'N'
                   READ ARQ-PARC NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                   END-READ
               END-IF
               IF FIM-LISTA = 'N'
                   IF PC-MATRICULA NOT = MATRICULA-SAI
                       MOVE 'S' TO FIM-LISTA
                   ELSE
                       MOVE MATRICULA-FICA TO PC-MATRICULA
                       WRITE REG-PARC
                           INVALID KEY
                               MOVE 'GRAVAR' TO OPERACAO-FALHA
                               MOVE PC-CHAVE TO CHAVE-FALHA
                               MOVE FS-PARC TO FS-FALHA
                               PERFORM FALHA-MOVIMENTO
                           NOT INVALID KEY
                               MOVE MATRICULA-SAI TO PC-MATRICULA
                               DELETE ARQ-PARC
                                   INVALID KEY
                                       MOVE 'EXCLUIR' TO OPERACAO-FALHA
                                       MOVE PC-CHAVE TO CHAVE-FALHA
                                       MOVE FS-PARC TO FS-FALHA
                                       PERFORM FALHA-MOVIMENTO
                                   NOT INVALID KEY
                                       ADD 1 TO QTD-MOVIDOS
                               END-DELETE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       MOVER-DISC.
           MOVE ZEROS TO QTD-MOVIDOS
           MOVE 'N' TO FIM-LISTA
           PERFORM UNTIL FIM-LISTA = 'S'
               MOVE LOW-VALUES TO CHAVE-REG
               MOVE MATRICULA-SAI TO MATRICULA-REG
               START ARQ-DISC KEY IS NOT LESS THAN CHAVE-REG
                   INVALID KEY
                       MOVE 'S' TO FIM-LISTA
               END-START
               IF FIM-LISTA = 'N'
                   READ ARQ-DISC NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                   END-READ
               END-IF
               IF FIM-LISTA = 'N'
                   IF MATRICULA-REG NOT = MATRICULA-SAI
                       MOVE 'S' TO FIM-LISTA
                   ELSE
                       MOVE MATRICULA-FICA TO MATRICULA-REG
                       WRITE REG-DISC
                           INVALID KEY
                               MOVE 'GRAVAR' TO OPERACAO-FALHA
                               MOVE CHAVE-REG TO CHAVE-FALHA
                               MOVE FS-DISC TO FS-FALHA
                               PERFORM FALHA-MOVIMENTO
                           NOT INVALID KEY
                               MOVE MATRICULA-SAI TO MATRICULA-REG
                               DELETE ARQ-DISC
                                   INVALID KEY
                                       MOVE 'EXCLUIR' TO OPERACAO-FALHA
                                       MOVE CHAVE-REG TO CHAVE-FALHA
                                       MOVE FS-DISC TO FS-FALHA
                                       PERFORM FALHA-MOVIMENTO
                                   NOT INVALID KEY
                                       ADD 1 TO QTD-MOVIDOS
                               END-DELETE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       MOVER-FREQ.
           MOVE ZEROS TO QTD-MOVIDOS
           MOVE 'N' TO FIM-LISTA
           PERFORM UNTIL FIM-LISTA = 'S'
               MOVE LOW-VALUES TO FQ-CHAVE
               MOVE MATRICULA-SAI TO FQ-MATRICULA
               START ARQ-FREQ KEY IS NOT LESS THAN FQ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LISTA
               END-START
               IF FIM-LISTA = 'N'
                   READ ARQ-FREQ NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                   END-READ
               END-IF
               IF FIM-LISTA = 'N'
                   IF FQ-MATRICULA NOT = MATRICULA-SAI
                       MOVE 'S' TO FIM-LISTA
                   ELSE
                       MOVE MATRICULA-FICA TO FQ-MATRICULA
                       WRITE REG-FREQ
                           INVALID KEY
                               MOVE 'GRAVAR' TO OPERACAO-FALHA
                               MOVE FQ-CHAVE TO CHAVE-FALHA
                               MOVE FS-FREQ TO FS-FALHA
                               PERFORM FALHA-MOVIMENTO
                           NOT INVALID KEY
                               MOVE MATRICULA-SAI TO FQ-MATRICULA
                               DELETE ARQ-FREQ
                                   INVALID KEY
                                       MOVE 'EXCLUIR' TO OPERACAO-FALHA
                                       MOVE FQ-CHAVE TO CHAVE-FALHA
                                       MOVE FS-FREQ TO FS-FALHA
                                       PERFORM FALHA-MOVIMENTO
                                   NOT INVALID KEY
                                       ADD 1 TO QTD-MOVIDOS
                               END-DELETE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       MOVER-MENSAL.
           MOVE ZEROS TO QTD-MOVIDOS
           MOVE 'N' TO FIM-LISTA
           PERFORM UNTIL FIM-LISTA = 'S'
               MOVE LOW-VALUES TO MN-CHAVE
               MOVE MATRICULA-SAI TO MN-MATRICULA
               START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LISTA
               END-START
               IF FIM-LISTA = 'N'
                   READ ARQ-MENSAL NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                   END-READ
               END-IF
               IF FIM-LISTA = 'N'
                   IF MN-MATRICULA NOT = MATRICULA-SAI
                       MOVE 'S' TO FIM-LISTA
                   ELSE
                       MOVE MATRICULA-FICA TO MN-MATRICULA
                       WRITE REG-MENSAL
                           INVALID KEY
                               MOVE 'GRAVAR' TO OPERACAO-FALHA
                               MOVE MN-CHAVE TO CHAVE-FALHA
                               MOVE FS-MENSAL TO FS-FALHA
                               PERFORM FALHA-MOVIMENTO
                           NOT INVALID KEY
                               MOVE MATRICULA-SAI TO MN-MATRICULA
                               DELETE ARQ-MENSAL
                                   INVALID KEY
                                       MOVE 'EXCLUIR' TO OPERACAO-FALHA
                                       MOVE MN-CHAVE TO CHAVE-FALHA
                                       MOVE FS-MENSAL TO FS-FALHA
                                       PERFORM FALHA-MOVIMENTO
                                   NOT INVALID KEY
                                       ADD 1 TO QTD-MOVIDOS
                               END-DELETE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       MOVER-OCOR.
           MOVE ZEROS TO QTD-MOVIDOS
           MOVE 'N' TO FIM-LISTA
           PERFORM UNTIL FIM-LISTA = 'S'
               MOVE LOW-VALUES TO OC-CHAVE
               MOVE MATRICULA-SAI TO OC-MATRICULA
               START ARQ-OCOR KEY IS NOT LESS THAN OC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LISTA
               END-START
               IF FIM-LISTA = 'N'
                   READ ARQ-OCOR NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                   END-READ
               END-IF
               IF FIM-LISTA = 'N'
                   IF OC-MATRICULA NOT = MATRICULA-SAI
                       MOVE 'S' TO FIM-LISTA
                   ELSE
                       MOVE MATRICULA-FICA TO OC-MATRICULA
                       WRITE REG-OCOR
                           INVALID KEY
                               MOVE 'GRAVAR' TO OPERACAO-FALHA
                               MOVE OC-CHAVE TO CHAVE-FALHA
                               MOVE FS-OCOR TO FS-FALHA
                               PERFORM FALHA-MOVIMENTO
                           NOT INVALID KEY
                               MOVE MATRICULA-SAI TO OC-MATRICULA
                               DELETE ARQ-OCOR
                                   INVALID KEY
                                       MOVE 'EXCLUIR' TO OPERACAO-FALHA
                                       MOVE OC-CHAVE TO CHAVE-FALHA
                                       MOVE FS-OCOR TO FS-FALHA
                                       PERFORM FALHA-MOVIMENTO
                                   NOT INVALID KEY
                                       ADD 1 TO QTD-MOVIDOS
                               END-DELETE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       MOVER-OCRES.
      *    A BAIXA ACOMPANHA A OCORRENCIA GRAVE: SEM ELA A OCORRENCIA
      *    MOVIDA VOLTARIA A BLOQUEAR O NADA CONSTA DO ALUNO.
           MOVE ZEROS TO QTD-MOVIDOS
           MOVE 'N' TO FIM-LISTA
           PERFORM UNTIL FIM-LISTA = 'S'
               MOVE LOW-VALUES TO OR-CHAVE
               MOVE MATRICULA-SAI TO OR-MATRICULA
               START ARQ-OCRES KEY IS NOT LESS THAN OR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LISTA
               END-START
               IF FIM-LISTA = 'N'
                   READ ARQ-OCRES NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                   END-READ
               END-IF
               IF FIM-LISTA = 'N'
                   IF OR-MATRICULA NOT = MATRICULA-SAI
                       MOVE 'S' TO FIM-LISTA
                   ELSE
                       MOVE MATRICULA-FICA TO OR-MATRICULA
                       WRITE REG-OCRES
                           INVALID KEY
                               MOVE 'GRAVAR' TO OPERACAO-FALHA
                               MOVE OR-CHAVE TO CHAVE-FALHA
                               MOVE FS-OCRES TO FS-FALHA
                               PERFORM FALHA-MOVIMENTO
                           NOT INVALID KEY
                               MOVE MATRICULA-SAI TO OR-MATRICULA
                               DELETE ARQ-OCRES
                                   INVALID KEY
                                       MOVE 'EXCLUIR' TO OPERACAO-FALHA
                                       MOVE OR-CHAVE TO CHAVE-FALHA
                                       MOVE FS-OCRES TO FS-FALHA
                                       PERFORM FALHA-MOVIMENTO
                                   NOT INVALID KEY
                                       ADD 1 TO QTD-MOVIDOS
                               END-DELETE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       MOVER-ATEST.
           MOVE ZEROS TO QTD-MOVIDOS
           MOVE 'N' TO FIM-LISTA
           PERFORM UNTIL FIM-LISTA = 'S'
               MOVE LOW-VALUES TO AE-CHAVE
               MOVE MATRICULA-SAI TO AE-MATRICULA
               START ARQ-ATEST KEY IS NOT LESS THAN AE-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LISTA
               END-START
               IF FIM-LISTA = 'N'
                   READ ARQ-ATEST NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                   END-READ
               END-IF
               IF FIM-LISTA = 'N'
                   IF AE-MATRICULA NOT = MATRICULA-SAI
                       MOVE 'S' TO FIM-LISTA
                   ELSE
                       MOVE MATRICULA-FICA TO AE-MATRICULA
                       WRITE REG-ATEST
                           INVALID KEY
                               MOVE 'GRAVAR' TO OPERACAO-FALHA
                               MOVE AE-CHAVE TO CHAVE-FALHA
                               MOVE FS-ATEST TO FS-FALHA
                               PERFORM FALHA-MOVIMENTO
                           NOT INVALID KEY
                               MOVE MATRICULA-SAI TO AE-MATRICULA
                               DELETE ARQ-ATEST
                                   INVALID KEY
                                       MOVE 'EXCLUIR' TO OPERACAO-FALHA
                                       MOVE AE-CHAVE TO CHAVE-FALHA
                                       MOVE FS-ATEST TO FS-FALHA
                                       PERFORM FALHA-MOVIMENTO
                                   NOT INVALID KEY
                                       ADD 1 TO QTD-MOVIDOS
                               END-DELETE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       FALHA-MOVIMENTO.
           DISPLAY NOME-ARQUIVO ': ERRO AO ' OPERACAO-FALHA
               ' A CHAVE ' CHAVE-FALHA ' - STATUS ' FS-FALHA
           MOVE 'S' TO ERRO-FUSAO
           MOVE 'S' TO FIM-LISTA.

       INTERROMPER-FUSAO.
      *    O QUE JA FOI MOVIDO FICA NA MATRICULA QUE FICA (CADA
      *    ARQUIVO TEM SUA LINHA NO LOG); A QUE SAI NAO E CANCELADA,
      *    PARA A FUSAO PODER SER REPETIDA DEPOIS DE CORRIGIDO O ERRO.
           DISPLAY 'FUSAO INTERROMPIDA: ' MATRICULA-SAI ' NAO FOI '
               'CANCELADA - CORRIJA O ERRO ACIMA E REPITA A FUSAO.'
           MOVE 'FUSAO INTERROMP' TO AUD-ACAO
           PERFORM MONTAR-CHAVE-AUDITORIA
           MOVE SPACES TO AUD-VALOR
           STRING NOME-ARQUIVO ' ' OPERACAO-FALHA ' STATUS '
               FS-FALHA
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-MOVIMENTO.
           DISPLAY '  ' NOME-ARQUIVO ': ' QTD-MOVIDOS
               ' REGISTRO(S) MOVIDO(S).'
           MOVE NOME-ARQUIVO TO AUD-ACAO
           PERFORM MONTAR-CHAVE-AUDITORIA
           MOVE SPACES TO AUD-VALOR
           STRING 'REGISTROS MOVIDOS=' QTD-MOVIDOS
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

       CANCELAR-MATRICULA-SAI.
           MOVE MATRICULA-SAI TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O ALUNO: ' FS-ALUNOS
               NOT INVALID KEY
                   MOVE 'C' TO AL-SITUACAO
                   REWRITE REG-ALUNO
                       INVALID KEY
                           DISPLAY 'ERRO AO CANCELAR A MATRICULA: '
                               FS-ALUNOS ' - REGISTROS JA ESTAO EM '
                               MATRICULA-FICA
                       NOT INVALID KEY
                           PERFORM AUDITAR-CANCELAMENTO
                   END-REWRITE
           END-READ.

       AUDITAR-CANCELAMENTO.
           MOVE 'FUSAO MATRICULA' TO AUD-ACAO
           PERFORM MONTAR-CHAVE-AUDITORIA
           MOVE SPACES TO AUD-VALOR
           STRING 'CANCELADA ' MATRICULA-SAI ' SIT ANTERIOR '
               SITUACAO-SAI
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA
           DISPLAY 'FUSAO CONCLUIDA: ' MATRICULA-SAI ' CANCELADA, '
               'REGISTROS AGORA EM ' MATRICULA-FICA '.'.

       MONTAR-CHAVE-AUDITORIA.
           MOVE SPACES TO AUD-CHAVE
           STRING MATRICULA-SAI ' -> ' MATRICULA-FICA
               DELIMITED BY SIZE INTO AUD-CHAVE.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM GRAVOU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX74' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           MOVE OPERADOR-ATUAL TO AUD-OPERADOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM EX74.
