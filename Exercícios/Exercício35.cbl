               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-NOTAS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS FS-PERLOCK.

           SELECT ARQ-PROVAS ASSIGN TO "PROVAS68.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CHAVE
               FILE STATUS IS FS-PROVAS.

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
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SEGCH.
       FD  ARQ-PERLOCK.
           COPY PERIOD.

       FD  ARQ-PROVAS.
           COPY PROVA.

       FD  ARQ-FREQ.
           COPY FREQ.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-SEGCH        PIC X(02) VALUE SPACES.
       77 PENDENCIAS      PIC 9(04) VALUE ZEROS.
       77 NOTA-LIDA       PIC 9(02)V99 VALUE ZEROS.
       77 MEDIA-FINAL     PIC 9(02)V99 VALUE ZEROS.
       77 NOTA            PIC 9(02)V99 VALUE ZEROS.
       77 NOTA-EXAME      PIC 9(02)V99 VALUE ZEROS.
       77 NOTA-EDITADA    PIC Z9.99.
       77 MEDIA-REC       PIC 9(02)V99 VALUE ZEROS.
       77 SITUACAO        PIC X(20) VALUE SPACES.
       77 CONFIRMA        PIC X(01) VALUE SPACES.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 FS-PROVAS       PIC X(02) VALUE SPACES.
       77 FS-FREQ         PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 PROVAS-ABERTO   PIC X(01) VALUE 'N'.
       77 FREQ-ABERTO     PIC X(01) VALUE 'N'.
       77 ALUNOS-ABERTO   PIC X(01) VALUE 'N'.
       77 CONFERE-PROVAS  PIC X(01) VALUE 'N'.
       77 AUSENCIA-OK     PIC X(01) VALUE 'S'.
       77 PROVA-CONFERIDA PIC X(02) VALUE SPACES.
       77 TURMA-DO-ALUNO  PIC X(06) VALUE SPACES.
      *    NOTA DESMEMBRADA EM PARTE INTEIRA E CENTESIMOS PARA A CONTA
      *    DO SELO DE INTEGRIDADE, COMO NO EX5.
       01 NOTA-SELO           PIC 9(02)V99 VALUE ZEROS.
       01 FILLER REDEFINES NOTA-SELO.
           02 NOTA-SELO-INTEIRA    PIC 9(02).
           02 NOTA-SELO-CENTESIMOS PIC 9(02).
       PROCEDURE DIVISION.
      *    FECHAMENTO DA SEGUNDA CHAMADA: A SECRETARIA LANCA A NOTA
      *    DA PROVA FEITA DEPOIS, O PROGRAMA TERMINA A CONTA DA MEDIA
      *    PERFIL DE CHEFE.
      *    QUANDO CHAMADO DE DENTRO DO MENU DO EX23, O OPERADOR DO
      *    LOGON JA VEM NO CONTEXTO E CARIMBA A AUDITORIA.
      *    A PROVA PERDIDA TEM DE CONSTAR NO CALENDARIO DE PROVAS DO
      *    EX68, E O ALUNO TEM DE TER FALTA NO DIARIO NAQUELA DATA.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO OPERADOR-ATUAL
               MOVE CTX-PERFIL   TO PERFIL-ATUAL
               MOVE 'S' TO PERLOCK-ABERTO
           END-IF

      *    O CALENDARIO DE PROVAS DO EX68, O DIARIO DO EX25 E O
      *    CADASTRO (PARA A TURMA) PROVAM QUE A PROVA EXISTIU E QUE O
      *    ALUNO FALTOU NELA. SEM ELES A CONFERENCIA FICA DE FORA E A
      *    SEGUNDA CHAMADA E FECHADA COMO ANTES.
           OPEN INPUT ARQ-PROVAS
           IF FS-PROVAS = "00"
               MOVE 'S' TO PROVAS-ABERTO
           ELSE
               DISPLAY 'AVISO: PROVAS68.DAT NAO ENCONTRADO.'
           END-IF
           OPEN INPUT ARQ-FREQ
           IF FS-FREQ = "00"
               MOVE 'S' TO FREQ-ABERTO
           ELSE
               DISPLAY 'AVISO: FREQ25.DAT NAO ENCONTRADO.'
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS = "00"
               MOVE 'S' TO ALUNOS-ABERTO
           ELSE
               DISPLAY 'AVISO: ALUNOS.DAT NAO ENCONTRADO.'
           END-IF
           IF PROVAS-ABERTO = 'S' AND FREQ-ABERTO = 'S'
              AND ALUNOS-ABERTO = 'S'
               MOVE 'S' TO CONFERE-PROVAS
           ELSE
               DISPLAY 'AVISO: SEM O ARQUIVO ACIMA A FALTA NA DATA DA '
                   'PROVA NAO SERA CONFERIDA.'
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'SEGUNDA CHAMADA:'
               DISPLAY '(L) LISTAR PENDENCIAS (G) GRAVAR NOTA DA '
           IF PERLOCK-ABERTO = 'S'
               CLOSE ARQ-PERLOCK
           END-IF
           IF PROVAS-ABERTO = 'S'
               CLOSE ARQ-PROVAS
           END-IF
           IF FREQ-ABERTO = 'S'
               CLOSE ARQ-FREQ
           END-IF
           IF ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
           END-IF
           STOP RUN.

       LISTAR-PENDENCIAS.
                       DISPLAY 'NAO HA PENDENCIA DE SEGUNDA CHAMADA '
                           'PARA ESTA CHAVE - CONFIRA COM A OPCAO L.'
                   NOT INVALID KEY
                       PERFORM CONFERIR-AUSENCIA
                       IF AUSENCIA-OK = 'S'
                           PERFORM FECHAR-PENDENCIA
                       END-IF
               END-READ
           END-IF.

       CONFERIR-AUSENCIA.
      *    SO HA SEGUNDA CHAMADA DE PROVA QUE CONSTA NO CALENDARIO DO
      *    EX68 PARA A TURMA DO ALUNO E EM CUJA DATA O DIARIO DO EX25
      *    TEM FALTA ('F') DELE NA DISCIPLINA. 'P1' E 'P2' AUSENTES
      *    JUNTAS ('12') SAO CONFERIDAS AS DUAS.
           MOVE 'S' TO AUSENCIA-OK
           IF CONFERE-PROVAS = 'S'
               MOVE SPACES TO TURMA-DO-ALUNO
               MOVE MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-TURMA TO TURMA-DO-ALUNO
               END-READ
               IF TURMA-DO-ALUNO = SPACES
                   MOVE 'N' TO AUSENCIA-OK
                   DISPLAY 'ALUNO SEM TURMA NO CADASTRO - NAO HA COMO '
                       'ACHAR A DATA DA PROVA. ALOQUE-O NO EX13.'
               ELSE
                   IF SC-PROVA = 'P1' OR SC-PROVA = '12'
                       MOVE 'P1' TO PROVA-CONFERIDA
                       PERFORM CONFERIR-FALTA-NA-PROVA
                   END-IF
                   IF SC-PROVA = 'P2' OR SC-PROVA = '12'
                       MOVE 'P2' TO PROVA-CONFERIDA
                       PERFORM CONFERIR-FALTA-NA-PROVA
                   END-IF
               END-IF
           ELSE
               DISPLAY 'AVISO: FALTA NA DATA DA PROVA NAO CONFERIDA - '
                   'FALTA ARQUIVO (PROVAS68, FREQ25 OU ALUNOS).'
           END-IF.

       CONFERIR-FALTA-NA-PROVA.
           MOVE SC-ANO TO PV-ANO
           MOVE SC-PERIODO TO PV-PERIODO
           MOVE TURMA-DO-ALUNO TO PV-TURMA
           MOVE SC-MATERIA TO PV-MATERIA
           MOVE PROVA-CONFERIDA TO PV-PROVA
           READ ARQ-PROVAS
               INVALID KEY
                   MOVE 'N' TO AUSENCIA-OK
                   DISPLAY 'A ' PROVA-CONFERIDA ' DE ' SC-MATERIA
                       ' DA TURMA ' TURMA-DO-ALUNO ' NAO CONSTA NO '
                       'CALENDARIO DE PROVAS (EX68) - SEGUNDA '
                       'CHAMADA RECUSADA.'
               NOT INVALID KEY
                   PERFORM CONFERIR-DIARIO-DA-PROVA
           END-READ.

       CONFERIR-DIARIO-DA-PROVA.
           MOVE SC-MATRICULA TO FQ-MATRICULA
           MOVE SC-ANO TO FQ-ANO
           MOVE SC-PERIODO TO FQ-PERIODO
           MOVE SC-MATERIA TO FQ-DISCIPLINA
           MOVE PV-DATA TO FQ-DATA
           READ ARQ-FREQ
               INVALID KEY
                   MOVE SPACES TO FQ-PRESENCA
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF FQ-PRESENCA NOT = 'F'
               MOVE 'N' TO AUSENCIA-OK
               DISPLAY 'O DIARIO DO EX25 NAO TEM FALTA DO ALUNO NA '
                   PROVA-CONFERIDA ' DE ' PV-DATA
                   ' - SEGUNDA CHAMADA RECUSADA.'
           END-IF.

       VERIFICAR-PERIODO-ABERTO.
      *    PERIODO SEM REGISTRO NA TRAVA (OU SEM ARQUIVO DE TRAVA)
      *    CONTA COMO ABERTO; SO O 'F' GRAVADO PELO EX36 FECHA.
               MOVE 'REPROVADO POR FALTA' TO SITUACAO
           END-IF

           MOVE MEDIA-FINAL TO NOTA
           IF SITUACAO = 'EM RECUPERACAO'
               PERFORM APLICAR-EXAME-FINAL
           END-IF
               INVALID KEY
                   PERFORM GRAVAR-NOTA-NOVA
               NOT INVALID KEY
                   MOVE CN-NOTA TO NOTA-EDITADA
                   DISPLAY 'JA EXISTE NOTA ' NOTA-EDITADA ' ('
                       CN-SITUACAO ') PARA ESTA CHAVE. SUBSTITUIR '
                       'PELA DA SEGUNDA CHAMADA? (S/N)'
                   MOVE SPACES TO CONFIRMA
           END-READ.

       GRAVAR-NOTA-NOVA.
           MOVE CN-MATERIA    TO CN-DISC-MATERIA
           MOVE CN-ANO-LETIVO TO CN-DISC-ANO
           MOVE CN-PERIODO    TO CN-DISC-PERIODO
           MOVE SC-NOME-ALUNO TO CN-NOME
           MOVE NOTA          TO CN-NOTA
           MOVE SITUACAO      TO CN-SITUACAO
               ADD FUNCTION ORD(CN-MATERIA(IDX-CHECKSUM:1))
                   TO CHECKSUM
           END-PERFORM
           MOVE NOTA TO NOTA-SELO
           ADD NOTA-SELO-INTEIRA TO CHECKSUM
           ADD NOTA-SELO-CENTESIMOS TO CHECKSUM

           CALL 'PRIMOCHK' USING CHECKSUM EH-PRIMO
           IF EH-PRIMO EQUAL TO 1
           STRING MATRICULA '/' ANO-LETIVO '-' PERIODO '/' MATERIA
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           MOVE NOTA TO NOTA-EDITADA
           STRING 'NOTA=' NOTA-EDITADA ' SITUACAO=' SITUACAO
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

