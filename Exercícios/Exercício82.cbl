       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX82.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HORARIO-ANTIGO ASSIGN TO "HORARIO51.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-CHAVE
               FILE STATUS IS FS-HORARIO-ANTIGO.

           SELECT ARQ-HORARIO ASSIGN TO "HORARIO82.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CHAVE
               FILE STATUS IS FS-HORARIO.

           SELECT ARQ-TURMAS-ANTIGO ASSIGN TO "TURMAS13.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-CODIGO
               FILE STATUS IS FS-TURMAS-ANTIGO.

           SELECT ARQ-TURMAS ASSIGN TO "TURMAS82.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS FS-TURMAS.

      *    O CADASTRO DE ALUNOS NAO MUDA DE LAYOUT, SO GANHA AS
      *    CHAVES ALTERNADAS: O ARQUIVO ANTIGO E LIDO SO PELA CHAVE
      *    PRINCIPAL E O NOVO E GRAVADO JA COM AS DUAS ALTERNADAS.
           SELECT ARQ-ALUNOS-ANTIGO ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS FS-ALUNOS-ANTIGO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS82.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NV-MATRICULA
               ALTERNATE RECORD KEY IS NV-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS NV-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-PARC-ANTIGO ASSIGN TO "PARC7.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS FS-PARC-ANTIGO.

           SELECT ARQ-PARC ASSIGN TO "PARC82.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS FS-PARC.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT DE HORARIO51.DAT DE ANTES DA SALA (23 BYTES).
       FD  ARQ-HORARIO-ANTIGO.
       01  REG-HORARIO-ANTIGO.
           02 HA-CHAVE.
               03 HA-ANO        PIC 9(04).
               03 HA-PERIODO    PIC 9(01).
               03 HA-TURMA      PIC X(06).
               03 HA-DIA        PIC 9(01).
               03 HA-SLOT       PIC 9(01).
           02 HA-DISCIPLINA     PIC X(06).
           02 HA-PROFESSOR      PIC 9(04).

       FD  ARQ-HORARIO.
           COPY HORAR.

      *    LAYOUT DE TURMAS13.DAT DE ANTES DO LIMITE DE VAGAS (12
      *    BYTES).
       FD  ARQ-TURMAS-ANTIGO.
       01  REG-TURMA-ANTIGA.
           02 TA-CODIGO     PIC X(06).
           02 TA-TURNO      PIC X(01).
           02 TA-ANO        PIC 9(04).
           02 TA-PERIODO    PIC 9(01).

       FD  ARQ-TURMAS.
           COPY TURMA.

       FD  ARQ-ALUNOS-ANTIGO.
           COPY ALUNO.

       FD  ARQ-ALUNOS.
           COPY ALUNO REPLACING REG-ALUNO BY REG-NOVO
               LEADING ==AL-== BY ==NV-==.

      *    LAYOUT DE PARC7.DAT DO TEMPO DO EXAME SEM DECIMAIS (50
      *    BYTES).
       FD  ARQ-PARC-ANTIGO.
       01  REG-PARC-ANTIGO.
           02 PA-CHAVE.
               03 PA-MATRICULA   PIC 9(06).
               03 PA-ANO-LETIVO  PIC 9(04).
               03 PA-PERIODO     PIC 9(01).
               03 PA-MATERIA     PIC X(15).
           02 PA-P1              PIC 9(02)V99.
           02 PA-P2              PIC 9(02)V99.
           02 PA-ATIVIDADE       PIC 9(02)V99.
           02 PA-PESO-P1         PIC 9(03).
           02 PA-PESO-P2         PIC 9(03).
           02 PA-PESO-ATIV       PIC 9(03).
           02 PA-EXAME           PIC 9(02).
           02 PA-TEM-EXAME       PIC X(01).

       FD  ARQ-PARC.
           COPY PARC.

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-HORARIO-ANTIGO PIC X(02) VALUE SPACES.
       77 FS-HORARIO        PIC X(02) VALUE SPACES.
       77 FS-TURMAS-ANTIGO  PIC X(02) VALUE SPACES.
       77 FS-TURMAS         PIC X(02) VALUE SPACES.
       77 FS-ALUNOS-ANTIGO  PIC X(02) VALUE SPACES.
       77 FS-ALUNOS         PIC X(02) VALUE SPACES.
       77 FS-PARC-ANTIGO    PIC X(02) VALUE SPACES.
       77 FS-PARC           PIC X(02) VALUE SPACES.
       77 FS-AUDIT          PIC X(02) VALUE SPACES.
       77 FIM-ARQUIVO       PIC X(01) VALUE 'N'.
       77 LIDOS             PIC 9(06) VALUE ZEROS.
       77 GRAVADOS          PIC 9(06) VALUE ZEROS.
       77 ERROS-GRAVACAO    PIC 9(06) VALUE ZEROS.
       77 TOTAL-ERROS       PIC 9(06) VALUE ZEROS.
       77 CONVERTIDOS       PIC 9(01) VALUE ZEROS.
       77 IDX-TROCA         PIC 9(01) VALUE ZEROS.
      *    ARQUIVO ANTIGO E ARQUIVO NOVO DE CADA PASSO CONVERTIDO,
      *    PARA A ORIENTACAO FINAL AO OPERADOR.
       01 TABELA-TROCAS.
           02 TROCA-ITEM OCCURS 4.
               03 TR-ANTIGO     PIC X(13).
               03 TR-NOVO       PIC X(13).
       PROCEDURE DIVISION.
      *    CONVERSAO UNICA DOS ARQUIVOS INDEXADOS CUJO REGISTRO OU
      *    CHAVES MUDARAM, PARA OS PROGRAMAS NOVOS NAO FALHAREM NA
      *    ABERTURA DOS ARQUIVOS QUE JA EXISTEM:
      *      HORARIO51.DAT -> HORARIO82.DAT, COM HO-SALA EM BRANCO
      *        (A FAIXA SEM SALA NUNCA DA CONFLITO NO EX51);
      *      TURMAS13.DAT -> TURMAS82.DAT, COM TU-VAGAS ZERO (SEM
      *        LIMITE ATE A SECRETARIA INFORMAR AS VAGAS NO EX13);
      *      ALUNOS.DAT -> ALUNOS82.DAT, MESMO REGISTRO, RECONSTRUIDO
      *        COM AS CHAVES ALTERNADAS DE NOME E TURMA;
      *      PARC7.DAT -> PARC82.DAT, COM O EXAME EM DUAS DECIMAIS
      *        (7 VIRA 7,00).
      *    O ARQUIVO QUE NAO EXISTE (OU QUE JA ESTA NO LAYOUT NOVO E
      *    NAO ABRE NO ANTIGO) E PULADO COM AVISO. OS ARQUIVOS NOVOS
      *    ENTRAM NO LUGAR DOS ANTIGOS DEPOIS DE CONFERIDAS AS
      *    CONTAGENS, COMO NA CONVERSAO DO EX24 E DO EX70.
           PERFORM CONVERTER-HORARIO
           PERFORM CONVERTER-TURMAS
           PERFORM RECONSTRUIR-ALUNOS
           PERFORM CONVERTER-PARCELAS

           IF CONVERTIDOS = 0
               DISPLAY 'NENHUM ARQUIVO CONVERTIDO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TOTAL-ERROS > 0
               DISPLAY 'CONVERSAO COM ERROS - NAO SUBSTITUA OS '
                   'ARQUIVOS ANTIGOS.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'CONFERIDAS AS CONTAGENS, SUBSTITUA:'
               MOVE 1 TO IDX-TROCA
               PERFORM UNTIL IDX-TROCA > CONVERTIDOS
                   DISPLAY '  ' TR-ANTIGO(IDX-TROCA) ' POR '
                       TR-NOVO(IDX-TROCA)
                   ADD 1 TO IDX-TROCA
               END-PERFORM
           END-IF
           STOP RUN.

       CONVERTER-HORARIO.
           OPEN INPUT ARQ-HORARIO-ANTIGO
           IF FS-HORARIO-ANTIGO NOT = "00"
               DISPLAY 'HORARIO51.DAT NAO ENCONTRADO OU JA CONVERTIDO '
                   '(STATUS ' FS-HORARIO-ANTIGO ') - PULADO.'
           ELSE
               OPEN OUTPUT ARQ-HORARIO
               MOVE ZEROS TO LIDOS GRAVADOS ERROS-GRAVACAO
               MOVE 'N' TO FIM-ARQUIVO
               MOVE LOW-VALUES TO HA-CHAVE
               START ARQ-HORARIO-ANTIGO KEY IS NOT LESS THAN HA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ ARQ-HORARIO-ANTIGO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO LIDOS
                           PERFORM GRAVAR-HORARIO
                   END-READ
               END-PERFORM
               CLOSE ARQ-HORARIO-ANTIGO
               CLOSE ARQ-HORARIO
               MOVE 'CONVERSAO HORAR' TO AUD-ACAO
               MOVE 'HORARIO51.DAT' TO AUD-CHAVE
               PERFORM ENCERRAR-ARQUIVO
               MOVE 'HORARIO51.DAT' TO TR-ANTIGO(CONVERTIDOS)
               MOVE 'HORARIO82.DAT' TO TR-NOVO(CONVERTIDOS)
           END-IF.

       GRAVAR-HORARIO.
           MOVE HA-CHAVE      TO HO-CHAVE
           MOVE HA-DISCIPLINA TO HO-DISCIPLINA
           MOVE HA-PROFESSOR  TO HO-PROFESSOR
           MOVE SPACES        TO HO-SALA
           WRITE REG-HORARIO
               INVALID KEY
                   ADD 1 TO ERROS-GRAVACAO
                   DISPLAY 'ERRO AO GRAVAR A FAIXA ' HO-CHAVE ': '
                       FS-HORARIO
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.

       CONVERTER-TURMAS.
           OPEN INPUT ARQ-TURMAS-ANTIGO
           IF FS-TURMAS-ANTIGO NOT = "00"
               DISPLAY 'TURMAS13.DAT NAO ENCONTRADO OU JA CONVERTIDO '
                   '(STATUS ' FS-TURMAS-ANTIGO ') - PULADO.'
           ELSE
               OPEN OUTPUT ARQ-TURMAS
               MOVE ZEROS TO LIDOS GRAVADOS ERROS-GRAVACAO
               MOVE 'N' TO FIM-ARQUIVO
               MOVE LOW-VALUES TO TA-CODIGO
               START ARQ-TURMAS-ANTIGO KEY IS NOT LESS THAN TA-CODIGO
                   INVALID KEY
                       MOVE 'S' TO FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ ARQ-TURMAS-ANTIGO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO LIDOS
                           PERFORM GRAVAR-TURMA
                   END-READ
               END-PERFORM
               CLOSE ARQ-TURMAS-ANTIGO
               CLOSE ARQ-TURMAS
               MOVE 'CONVERSAO TURMA' TO AUD-ACAO
               MOVE 'TURMAS13.DAT' TO AUD-CHAVE
               PERFORM ENCERRAR-ARQUIVO
               MOVE 'TURMAS13.DAT' TO TR-ANTIGO(CONVERTIDOS)
               MOVE 'TURMAS82.DAT' TO TR-NOVO(CONVERTIDOS)
           END-IF.

       GRAVAR-TURMA.
           MOVE TA-CODIGO  TO TU-CODIGO
           MOVE TA-TURNO   TO TU-TURNO
           MOVE TA-ANO     TO TU-ANO
           MOVE TA-PERIODO TO TU-PERIODO
           MOVE ZEROS      TO TU-VAGAS
           WRITE REG-TURMA
               INVALID KEY
                   ADD 1 TO ERROS-GRAVACAO
                   DISPLAY 'ERRO AO GRAVAR A TURMA ' TU-CODIGO ': '
                       FS-TURMAS
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.

       RECONSTRUIR-ALUNOS.
           OPEN INPUT ARQ-ALUNOS-ANTIGO
           IF FS-ALUNOS-ANTIGO NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO OU JA CONVERTIDO '
                   '(STATUS ' FS-ALUNOS-ANTIGO ') - PULADO.'
           ELSE
               OPEN OUTPUT ARQ-ALUNOS
               MOVE ZEROS TO LIDOS GRAVADOS ERROS-GRAVACAO
               MOVE 'N' TO FIM-ARQUIVO
               MOVE ZEROS TO AL-MATRICULA
               START ARQ-ALUNOS-ANTIGO KEY IS NOT LESS THAN
                   AL-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ ARQ-ALUNOS-ANTIGO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO LIDOS
                           PERFORM GRAVAR-ALUNO
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALUNOS-ANTIGO
               CLOSE ARQ-ALUNOS
               MOVE 'CONVERSAO ALUNO' TO AUD-ACAO
               MOVE 'ALUNOS.DAT' TO AUD-CHAVE
               PERFORM ENCERRAR-ARQUIVO
               MOVE 'ALUNOS.DAT' TO TR-ANTIGO(CONVERTIDOS)
               MOVE 'ALUNOS82.DAT' TO TR-NOVO(CONVERTIDOS)
           END-IF.

       GRAVAR-ALUNO.
           MOVE REG-ALUNO TO REG-NOVO
           WRITE REG-NOVO
               INVALID KEY
                   ADD 1 TO ERROS-GRAVACAO
                   DISPLAY 'ERRO AO GRAVAR O ALUNO ' NV-MATRICULA ': '
                       FS-ALUNOS
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.

       CONVERTER-PARCELAS.
           OPEN INPUT ARQ-PARC-ANTIGO
           IF FS-PARC-ANTIGO NOT = "00"
               DISPLAY 'PARC7.DAT NAO ENCONTRADO OU JA CONVERTIDO '
                   '(STATUS ' FS-PARC-ANTIGO ') - PULADO.'
           ELSE
               OPEN OUTPUT ARQ-PARC
               MOVE ZEROS TO LIDOS GRAVADOS ERROS-GRAVACAO
               MOVE 'N' TO FIM-ARQUIVO
               MOVE LOW-VALUES TO PA-CHAVE
               START ARQ-PARC-ANTIGO KEY IS NOT LESS THAN PA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ ARQ-PARC-ANTIGO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO LIDOS
                           PERFORM GRAVAR-PARCELA
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARC-ANTIGO
               CLOSE ARQ-PARC
               MOVE 'CONVERSAO PARC' TO AUD-ACAO
               MOVE 'PARC7.DAT' TO AUD-CHAVE
               PERFORM ENCERRAR-ARQUIVO
               MOVE 'PARC7.DAT' TO TR-ANTIGO(CONVERTIDOS)
               MOVE 'PARC82.DAT' TO TR-NOVO(CONVERTIDOS)
           END-IF.

       GRAVAR-PARCELA.
           MOVE PA-CHAVE      TO PC-CHAVE
           MOVE PA-P1         TO PC-P1
           MOVE PA-P2         TO PC-P2
           MOVE PA-ATIVIDADE  TO PC-ATIVIDADE
           MOVE PA-PESO-P1    TO PC-PESO-P1
           MOVE PA-PESO-P2    TO PC-PESO-P2
           MOVE PA-PESO-ATIV  TO PC-PESO-ATIV
           MOVE PA-EXAME      TO PC-EXAME
           MOVE PA-TEM-EXAME  TO PC-TEM-EXAME
           WRITE REG-PARC
               INVALID KEY
                   ADD 1 TO ERROS-GRAVACAO
                   DISPLAY 'ERRO AO GRAVAR A PARCELA ' PC-MATRICULA '/'
                       PC-MATERIA ': ' FS-PARC
               NOT INVALID KEY
                   ADD 1 TO GRAVADOS
           END-WRITE.

       ENCERRAR-ARQUIVO.
      *    CONTAGEM DO PASSO NA TELA E NA AUDITORIA.
           ADD 1 TO CONVERTIDOS
           ADD ERROS-GRAVACAO TO TOTAL-ERROS
           DISPLAY AUD-CHAVE(1:13) ': ' LIDOS ' LIDOS, ' GRAVADOS
               ' GRAVADOS, ' ERROS-GRAVACAO ' COM ERRO.'
           MOVE SPACES TO AUD-VALOR
           STRING 'LIDOS=' LIDOS ' GRAV=' GRAVADOS
               ' ERROS=' ERROS-GRAVACAO
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
      *    REGISTRA A CONVERSAO NO MESMO LOG UNICO COMPARTILHADO COM
      *    O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX82' TO AUD-PROGRAMA
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

       END PROGRAM EX82.
