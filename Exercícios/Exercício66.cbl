       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX66.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SALAS ASSIGN TO "SALAS66.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CODIGO
               FILE STATUS IS FS-SALAS.

           SELECT ARQ-HORARIO ASSIGN TO "HORARIO51.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CHAVE
               FILE STATUS IS FS-HORARIO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALAS.
           COPY SALA.

       FD  ARQ-HORARIO.
           COPY HORAR.

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-SALAS        PIC X(02) VALUE SPACES.
       77 FS-HORARIO      PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 CODIGO          PIC X(06) VALUE SPACES.
       77 FIM-LISTA       PIC X(01) VALUE 'N'.
       77 FAIXAS-DA-SALA  PIC 9(04) VALUE ZEROS.
       77 NOME-TIPO       PIC X(12) VALUE SPACES.
       PROCEDURE DIVISION.
      *    MANTEM O CADASTRO DE SALAS (CODIGO, NOME, TIPO E
      *    CAPACIDADE) QUE O HORARIO DO EX51 USA EM CADA FAIXA: SEM
      *    ELE, DUAS TURMAS MANDADAS AO MESMO LABORATORIO SO ERAM
      *    DESCOBERTAS NA PORTA DO LABORATORIO. SALA QUE AINDA TEM
      *    FAIXA NO HORARIO NAO PODE SER EXCLUIDA.
           OPEN I-O ARQ-SALAS
           IF FS-SALAS = "35"
               OPEN OUTPUT ARQ-SALAS
               CLOSE ARQ-SALAS
               OPEN I-O ARQ-SALAS
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'CADASTRO DE SALAS:'
               DISPLAY '(I)NCLUIR (C)ONSULTAR (A)LTERAR '
                   '(L)ISTAR (E)XCLUIR (F)IM'
               ACCEPT OPCAO
               IF OPCAO = 'I' OR OPCAO = 'i'
                   PERFORM INCLUIR-SALA
               ELSE
                   IF OPCAO = 'C' OR OPCAO = 'c'
                       PERFORM CONSULTAR-SALA
                   ELSE
                       IF OPCAO = 'A' OR OPCAO = 'a'
                           PERFORM ALTERAR-SALA
                       ELSE
                           IF OPCAO = 'L' OR OPCAO = 'l'
                               PERFORM LISTAR-SALAS
                           ELSE
                               IF OPCAO = 'E' OR OPCAO = 'e'
                                   PERFORM EXCLUIR-SALA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-SALAS
           STOP RUN.

       PEDIR-CODIGO.
           MOVE SPACES TO CODIGO
           PERFORM UNTIL CODIGO NOT = SPACES
               DISPLAY 'DIGITE O CODIGO DA SALA (EX: LAB01):'
               ACCEPT CODIGO
           END-PERFORM.

       PEDIR-DADOS-SALA.
           MOVE SPACES TO SA-NOME
           PERFORM UNTIL SA-NOME NOT = SPACES
               DISPLAY 'NOME DA SALA (EX: LABORATORIO DE QUIMICA):'
               ACCEPT SA-NOME
           END-PERFORM
           MOVE SPACES TO SA-TIPO
           PERFORM UNTIL SA-TIPO = 'C' OR SA-TIPO = 'L'
                   OR SA-TIPO = 'Q'
               DISPLAY 'TIPO: (C) SALA COMUM (L) LABORATORIO '
                   '(Q) QUADRA'
               ACCEPT SA-TIPO
               IF SA-TIPO = 'c'
                   MOVE 'C' TO SA-TIPO
               END-IF
               IF SA-TIPO = 'l'
                   MOVE 'L' TO SA-TIPO
               END-IF
               IF SA-TIPO = 'q'
                   MOVE 'Q' TO SA-TIPO
               END-IF
           END-PERFORM
           MOVE ZEROS TO SA-CAPACIDADE
           PERFORM UNTIL SA-CAPACIDADE > 0
               DISPLAY 'CAPACIDADE (NUMERO DE ALUNOS, 1 A 999):'
               ACCEPT SA-CAPACIDADE
           END-PERFORM.

       DESCREVER-TIPO.
           IF SA-TIPO = 'L'
               MOVE 'LABORATORIO' TO NOME-TIPO
           ELSE
               IF SA-TIPO = 'Q'
                   MOVE 'QUADRA' TO NOME-TIPO
               ELSE
                   MOVE 'SALA COMUM' TO NOME-TIPO
               END-IF
           END-IF.

       MOSTRAR-SALA.
           PERFORM DESCREVER-TIPO
           DISPLAY SA-CODIGO ' - ' SA-NOME ' ' NOME-TIPO
               ' CAPACIDADE ' SA-CAPACIDADE.

       INCLUIR-SALA.
           PERFORM PEDIR-CODIGO
           MOVE CODIGO TO SA-CODIGO
           READ ARQ-SALAS
               INVALID KEY
                   PERFORM PEDIR-DADOS-SALA
                   MOVE CODIGO TO SA-CODIGO
                   WRITE REG-SALA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A SALA: '
                               FS-SALAS
                       NOT INVALID KEY
                           MOVE 'INCLUSAO SALA' TO AUD-ACAO
                           PERFORM AUDITAR-SALA
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'CODIGO JA CADASTRADO: ' SA-NOME
           END-READ.

       CONSULTAR-SALA.
           PERFORM PEDIR-CODIGO
           MOVE CODIGO TO SA-CODIGO
           READ ARQ-SALAS
               INVALID KEY
                   DISPLAY 'SALA NAO CADASTRADA: ' CODIGO
               NOT INVALID KEY
                   PERFORM MOSTRAR-SALA
           END-READ.

       ALTERAR-SALA.
           PERFORM PEDIR-CODIGO
           MOVE CODIGO TO SA-CODIGO
           READ ARQ-SALAS
               INVALID KEY
                   DISPLAY 'SALA NAO CADASTRADA: ' CODIGO
               NOT INVALID KEY
                   PERFORM MOSTRAR-SALA
                   PERFORM PEDIR-DADOS-SALA
                   REWRITE REG-SALA
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR A SALA: '
                               FS-SALAS
                       NOT INVALID KEY
                           MOVE 'ALTERACAO SALA' TO AUD-ACAO
                           PERFORM AUDITAR-SALA
                   END-REWRITE
           END-READ.

       AUDITAR-SALA.
           MOVE CODIGO TO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING SA-TIPO ' CAP=' SA-CAPACIDADE ' ' SA-NOME
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

       LISTAR-SALAS.
           MOVE 'N' TO FIM-LISTA
           MOVE LOW-VALUES TO SA-CODIGO
           START ARQ-SALAS KEY IS NOT LESS THAN SA-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-SALAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       PERFORM MOSTRAR-SALA
               END-READ
           END-PERFORM.

       EXCLUIR-SALA.
           PERFORM PEDIR-CODIGO
           MOVE CODIGO TO SA-CODIGO
           READ ARQ-SALAS
               INVALID KEY
                   DISPLAY 'SALA NAO CADASTRADA: ' CODIGO
               NOT INVALID KEY
                   PERFORM CONTAR-FAIXAS-DA-SALA
                   IF FAIXAS-DA-SALA > 0
                       DISPLAY 'SALA ' CODIGO ' AINDA TEM '
                           FAIXAS-DA-SALA ' FAIXA(S) NO HORARIO DO '
                           'EX51 - EXCLUA ESSAS FAIXAS (OPCAO E) E '
                           'INCLUA DE NOVO EM OUTRA SALA (OPCAO I) '
                           'ANTES.'
                   ELSE
                       DISPLAY 'EXCLUINDO ' SA-CODIGO ' - ' SA-NOME
                       DELETE ARQ-SALAS
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR A SALA: '
                                   FS-SALAS
                           NOT INVALID KEY
                               MOVE 'EXCLUSAO SALA' TO AUD-ACAO
                               MOVE CODIGO TO AUD-CHAVE
                               MOVE SA-NOME TO AUD-VALOR
                               PERFORM GRAVAR-AUDITORIA
                       END-DELETE
                   END-IF
           END-READ.

       CONTAR-FAIXAS-DA-SALA.
      *    O HORARIO E POR TURMA, ENTAO A SALA E PROCURADA NO ARQUIVO
      *    TODO (TODOS OS ANOS/PERIODOS). SEM HORARIO, NADA A CONTAR.
           MOVE ZEROS TO FAIXAS-DA-SALA
           OPEN INPUT ARQ-HORARIO
           IF FS-HORARIO = "00"
               MOVE 'N' TO FIM-LISTA
               MOVE LOW-VALUES TO HO-CHAVE
               START ARQ-HORARIO KEY IS NOT LESS THAN HO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LISTA
               END-START
               PERFORM UNTIL FIM-LISTA = 'S'
                   READ ARQ-HORARIO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                       NOT AT END
                           IF HO-SALA = CODIGO
                               ADD 1 TO FAIXAS-DA-SALA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HORARIO
           END-IF.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM GRAVOU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX66' TO AUD-PROGRAMA
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

       END PROGRAM EX66.
