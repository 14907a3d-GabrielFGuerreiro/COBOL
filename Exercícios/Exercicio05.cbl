               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-NOTAS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-ALUNOS.
           05 LOTE-MATRICULA     PIC 9(06).
           05 LOTE-NOME          PIC X(30).
           05 LOTE-MATERIA       PIC X(15).
           05 LOTE-NOTA          PIC 9(02)V99.
           05 LOTE-ANO           PIC 9(04).
           05 LOTE-PERIODO       PIC 9(01).

           COPY PROF.

       FD  ARQ-SUSPENSO.
      *    TRANSACAO DE LOTE REJEITADA: OS 60 PRIMEIROS BYTES SAO A
      *    IMAGEM EXATA DO REGISTRO DE LOTE (EM X, PARA O CONTEUDO
      *    SUJO SOBREVIVER), SEGUIDOS DO MOTIVO. DEPOIS DE CORRIGIDO,
      *    O ARQUIVO E RENOMEADO PARA SUSP5ENT.DAT E RESSUBMETIDO NO
           05 SUS-MATRICULA   PIC X(06).
           05 SUS-NOME        PIC X(30).
           05 SUS-MATERIA     PIC X(15).
           05 SUS-NOTA        PIC X(04).
           05 SUS-ANO         PIC X(04).
           05 SUS-PERIODO     PIC X(01).
           05 SUS-MOTIVO      PIC X(02).
           05 SUS-DESCRICAO   PIC X(30).

       FD  ARQ-RESSUB.
       01  REG-RESSUB PIC X(92).

       FD  ARQ-REJEITOS.
       01  LINHA-REJEITO PIC X(100).
       77 FS-AUDIT     PIC X(02) VALUE SPACES.
       77 NOME         PIC X(30) VALUE SPACES.
       77 MATERIA      PIC X(15) VALUE SPACES.
       77 NOTA         PIC 9(02)V99.
       77 SITUACAO     PIC X(20) VALUE SPACES.
       77 CONTINUA     PIC X(01) VALUE "S".
       77 MODO         PIC X(01) VALUE SPACES.
       77 FS-NOTAS     PIC X(02) VALUE SPACES.
       77 FS-LOTE      PIC X(02) VALUE SPACES.
       77 FIM-LOTE     PIC X(01) VALUE 'N'.
       77 NOTA-EXAME   PIC 9(02)V99.
       77 MEDIA-REC    PIC 9(02)V99.
       77 CHECKSUM     PIC 9(10) VALUE ZEROS.
       77 EH-PRIMO      PIC 9(01).
       77 CHECKPOINT-PASSO PIC 9(02) VALUE 10.
       77 CKP-QUOC      PIC 9(06) VALUE ZEROS.
       77 CKP-RESTO     PIC 9(06) VALUE ZEROS.
       77 NOTA-ANTERIOR PIC 9(02)V99 VALUE ZEROS.
       77 NOTA-EDITADA  PIC Z9.99.
       77 NOTA-ANTERIOR-EDITADA PIC Z9.99.
       77 SITUACAO-ANTERIOR PIC X(20) VALUE SPACES.
       77 CONFIRMA-ALTERACAO PIC X(01) VALUE SPACES.
       77 MOTIVO-ALTERACAO PIC X(02) VALUE SPACES.
       77 SIGNON-OK      PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO   PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
      *    NOTA DESMEMBRADA EM PARTE INTEIRA E CENTESIMOS PARA A CONTA
      *    DO SELO DE INTEGRIDADE.
       01 NOTA-SELO           PIC 9(02)V99 VALUE ZEROS.
       01 FILLER REDEFINES NOTA-SELO.
           02 NOTA-SELO-INTEIRA    PIC 9(02).
           02 NOTA-SELO-CENTESIMOS PIC 9(02).
       PROCEDURE DIVISION.
      *    QUANDO CHAMADO DE DENTRO DO MENU DO EX23, O OPERADOR DO
      *    LOGON JA VEM NO CONTEXTO E CARIMBA TODA A AUDITORIA DESTA
               PERFORM RESOLVER-PROFESSOR

               DISPLAY 'DIGITE A NOTA QUE VOCE TIROU NESSA DISCIPLINA'
                   ' (0 A 10, EX: 6.50)'
               ACCEPT NOTA

               PERFORM CLASSIFICAR-NOTA
               DISPLAY 'OLA ' NOME
               DISPLAY 'VOCE ESTA MATRICULADO NA MATERIA '
                   NOME-MATERIA
               MOVE NOTA TO NOTA-EDITADA
               DISPLAY 'E SUA NOTA FOI: ' NOTA-EDITADA
               DISPLAY 'SUA SITUACAO E: ' SITUACAO

               PERFORM GRAVAR-NOTA
               DISPLAY 'OLA ' NOME
               DISPLAY 'VOCE ESTA MATRICULADO NA MATERIA '
                   NOME-MATERIA
               MOVE NOTA TO NOTA-EDITADA
               DISPLAY 'E SUA NOTA FOI: ' NOTA-EDITADA
               DISPLAY 'SUA SITUACAO E: ' SITUACAO
               PERFORM GRAVAR-NOTA
               IF NOTA-GRAVADA-OK = 'S'
                       AT END
                           MOVE 'S' TO FIM-RESSUB
                       NOT AT END
      *                    OS 60 PRIMEIROS BYTES DA LINHA SAO A
      *                    IMAGEM DO REGISTRO DE LOTE; O MOTIVO DA
      *                    SUSPENSAO ANTERIOR, NO FIM, E DESCARTADO.
                           MOVE REG-RESSUB(1:60) TO REG-LOTE
                           PERFORM PROCESSAR-TRANSACAO-LOTE
                   END-READ
               END-PERFORM

       GRAVAR-SUSPENSO.
           ADD 1 TO LOTE-SUSPENSAS
           MOVE REG-LOTE TO REG-SUSPENSO(1:60)
           MOVE MOTIVO-SUSPENSO TO SUS-MOTIVO
           MOVE DESC-SUSPENSO TO SUS-DESCRICAO
           WRITE REG-SUSPENSO
           END-IF.

       CLASSIFICAR-NOTA.
      *    COM A NOTA EM DUAS DECIMAIS, AS FAIXAS SAO AS MESMAS DA
      *    MEDIA FINAL DO BOLETIM DO EX7: ABAIXO DE 5 REPROVA, DE 5
      *    ATE ABAIXO DE 7 VAI PARA A RECUPERACAO.
           IF  NOTA < 5
               MOVE 'REPROVADO' TO SITUACAO
           ELSE
               IF NOTA < 7
                   MOVE 'EM RECUPERACAO' TO SITUACAO
               ELSE
                   IF NOTA <= 10
                       MOVE 'APROVADO' TO SITUACAO
                   ELSE
                        MOVE 'NOTA INVALIDA' TO SITUACAO
                   UNTIL IDX-CHECKSUM > LENGTH OF MATERIA
               ADD FUNCTION ORD(MATERIA(IDX-CHECKSUM:1)) TO CHECKSUM
           END-PERFORM
      *    A NOTA ENTRA PELA PARTE INTEIRA MAIS OS CENTESIMOS: UMA
      *    NOTA SEM CASAS DECIMAIS SOMA O MESMO QUE SOMAVA QUANDO
      *    CN-NOTA ERA INTEIRA, E OS SELOS ANTIGOS CONTINUAM VALENDO.
           MOVE NOTA TO NOTA-SELO
           ADD NOTA-SELO-INTEIRA TO CHECKSUM
           ADD NOTA-SELO-CENTESIMOS TO CHECKSUM

           CALL 'PRIMOCHK' USING CHECKSUM EH-PRIMO
           IF EH-PRIMO EQUAL TO 1
           MOVE ANO-LETIVO TO CN-ANO-LETIVO
           MOVE PERIODO    TO CN-PERIODO
           MOVE MATERIA    TO CN-MATERIA
           MOVE MATERIA    TO CN-DISC-MATERIA
           MOVE ANO-LETIVO TO CN-DISC-ANO
           MOVE PERIODO    TO CN-DISC-PERIODO
           MOVE NOME     TO CN-NOME
           MOVE NOTA     TO CN-NOTA
           MOVE SITUACAO TO CN-SITUACAO
               STRING MATRICULA "/" ANO-LETIVO "-" PERIODO "/"
                   MATERIA
                   DELIMITED BY SIZE INTO AUD-CHAVE
               MOVE NOTA TO NOTA-EDITADA
               STRING "NOTA=" NOTA-EDITADA " SITUACAO=" SITUACAO
                   DELIMITED BY SIZE INTO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
               PERFORM REGISTRAR-EXAME-PARCELAS
           ELSE
               DISPLAY 'JA EXISTE NOTA PARA ESTA MATRICULA/PERIODO/'
                   'MATERIA:'
               MOVE NOTA-ANTERIOR TO NOTA-ANTERIOR-EDITADA
               MOVE NOTA TO NOTA-EDITADA
               DISPLAY '  NOTA ATUAL: ' NOTA-ANTERIOR-EDITADA
                   '  SITUACAO: ' SITUACAO-ANTERIOR
               DISPLAY 'CONFIRMA A SUBSTITUICAO POR ' NOTA-EDITADA ' ('
                   SITUACAO ')? (S/N)'
               MOVE SPACES TO CONFIRMA-ALTERACAO
               ACCEPT CONFIRMA-ALTERACAO
               STRING MATRICULA "/" ANO-LETIVO "-" PERIODO "/"
                   MATERIA
                   DELIMITED BY SIZE INTO AUD-CHAVE
               MOVE NOTA TO NOTA-EDITADA
               MOVE NOTA-ANTERIOR TO NOTA-ANTERIOR-EDITADA
               STRING 'DE=' NOTA-ANTERIOR-EDITADA ' PARA='
                   NOTA-EDITADA ' MOT=' MOTIVO-ALTERACAO ' SIT='
                   SITUACAO(1:9)
                   DELIMITED BY SIZE INTO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
               PERFORM REGISTRAR-EXAME-PARCELAS
