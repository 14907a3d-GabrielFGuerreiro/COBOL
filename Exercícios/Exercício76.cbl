       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX76.
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

           SELECT ARQ-DISPNC ASSIGN TO "DISPNC76.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-CHAVE
               FILE STATUS IS FS-DISPNC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-DISPNC.
           COPY DISPNC.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
           COPY NADACON.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-DISPNC       PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 CONFIRMA        PIC X(01) VALUE SPACES.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 ALUNO-OK        PIC X(01) VALUE 'N'.
       77 FINALIDADE      PIC X(01) VALUE SPACES.
       77 FIM-LISTA       PIC X(01) VALUE 'N'.
       77 QTD-LISTADOS    PIC 9(04) VALUE ZEROS.
       77 IND-PENDENCIA   PIC 9(02) VALUE ZEROS.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
       77 PERFIL-ATUAL    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
      *    NADA CONSTA DO ALUNO NO BALCAO: (C) CONFERE A MATRICULA NO
      *    NADACON - A MESMA CONFERENCIA QUE TRAVA A TRANSFERENCIA
      *    (EX43), O CERTIFICADO (EX65) E A REMATRICULA (EX41) - E,
      *    SEM PENDENCIA, IMPRIME A DECLARACAO EM NADACON.PRT; COM
      *    PENDENCIA, MOSTRA O QUE FALTA RESOLVER E ONDE. (D) E A
      *    DISPENSA DO CHEFE DA SECRETARIA PARA UMA FINALIDADE, COM O
      *    MOTIVO - O CAMINHO DA REMATRICULA EM LOTE, QUE NAO PARA
      *    PARA PERGUNTAR. (L) LISTA AS DISPENSAS DADAS E SE JA FORAM
      *    USADAS.
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               STOP RUN
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'NADA CONSTA DO ALUNO:'
               DISPLAY '(C) CONFERIR E EMITIR DECLARACAO (D) DISPENSA '
                   'DO CHEFE (L) LISTAR DISPENSAS (F) FIM'
               ACCEPT OPCAO
               IF OPCAO = 'C' OR OPCAO = 'c'
                   PERFORM CONFERIR-ALUNO
               ELSE
                   IF OPCAO = 'D' OR OPCAO = 'd'
                       PERFORM EXIGIR-PERFIL-CHEFE
                       IF PERFIL-CHEFE-OK = 'S'
                           PERFORM DISPENSAR-ALUNO
                       END-IF
                   ELSE
                       IF OPCAO = 'L' OR OPCAO = 'l'
                           PERFORM LISTAR-DISPENSAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

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
           IF CTX-ATIVO = 'S' AND CTX-MATRICULA > 0
               MOVE CTX-MATRICULA TO MATRICULA
               DISPLAY 'USANDO A MATRICULA DO MENU: ' MATRICULA
           ELSE
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
               END-PERFORM
           END-IF.

       LER-ALUNO.
           MOVE 'N' TO ALUNO-OK
           MOVE MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA
               NOT INVALID KEY
                   MOVE 'S' TO ALUNO-OK
                   DISPLAY 'ALUNO: ' AL-NOME ' TURMA: ' AL-TURMA
                       ' SITUACAO: ' AL-SITUACAO
           END-READ.

       CONFERIR-ALUNO.
           PERFORM PEDIR-MATRICULA
           PERFORM LER-ALUNO
           IF ALUNO-OK = 'S'
               MOVE 'V'       TO NC-ACAO
               MOVE MATRICULA TO NC-MATRICULA
               MOVE AL-NOME   TO NC-NOME
               MOVE 'A'       TO NC-FINALIDADE
               MOVE 'S'       TO NC-EMITIR
               CALL 'NADACON' USING AREA-NADACON
               IF NC-RESULTADO = 'L'
                   DISPLAY 'NADA CONSTA: ALUNO LIBERADO - DECLARACAO '
                       'EM NADACON.PRT.'
               ELSE
                   PERFORM MOSTRAR-PENDENCIAS
               END-IF
           END-IF.

       MOSTRAR-PENDENCIAS.
           DISPLAY 'NADA CONSTA BLOQUEADO - PENDENCIAS DO ALUNO:'
           MOVE 1 TO IND-PENDENCIA
           PERFORM UNTIL IND-PENDENCIA > NC-QTD-PENDENCIAS
               DISPLAY '  ' NC-PENDENCIA(IND-PENDENCIA)
               ADD 1 TO IND-PENDENCIA
           END-PERFORM
           IF NC-EXCEDEU = 'S'
               DISPLAY '  (HA MAIS PENDENCIAS ALEM DESTAS)'
           END-IF.

       DISPENSAR-ALUNO.
      *    A DISPENSA VALE PARA UMA FINALIDADE E UMA VEZ SO; ANTES DE
      *    GRAVAR, O CHEFE VE AS PENDENCIAS QUE ESTA DISPENSANDO.
           PERFORM PEDIR-MATRICULA
           PERFORM LER-ALUNO
           IF ALUNO-OK = 'S'
               MOVE 'V'       TO NC-ACAO
               MOVE MATRICULA TO NC-MATRICULA
               MOVE AL-NOME   TO NC-NOME
               MOVE 'A'       TO NC-FINALIDADE
               MOVE 'N'       TO NC-EMITIR
               CALL 'NADACON' USING AREA-NADACON
               IF NC-RESULTADO = 'L'
                   DISPLAY 'ALUNO SEM PENDENCIAS - NAO HA O QUE '
                       'DISPENSAR.'
               ELSE
                   PERFORM MOSTRAR-PENDENCIAS
                   PERFORM GRAVAR-DISPENSA
               END-IF
           END-IF.

       GRAVAR-DISPENSA.
           MOVE SPACES TO FINALIDADE
           PERFORM UNTIL FINALIDADE = 'T' OR FINALIDADE = 'C'
                      OR FINALIDADE = 'R'
               DISPLAY 'FINALIDADE: (T) TRANSFERENCIA (C) CERTIFICADO '
                   '(R) REMATRICULA'
               ACCEPT FINALIDADE
               INSPECT FINALIDADE CONVERTING 'tcr' TO 'TCR'
           END-PERFORM
           MOVE SPACES TO NC-MOTIVO
           PERFORM UNTIL NC-MOTIVO NOT = SPACES
               DISPLAY 'MOTIVO DA DISPENSA (ATE 40 POSICOES):'
               ACCEPT NC-MOTIVO
           END-PERFORM
           DISPLAY 'CONFIRMA A DISPENSA? (S/N)'
           ACCEPT CONFIRMA
           IF CONFIRMA = 'S' OR CONFIRMA = 's'
               MOVE 'D'            TO NC-ACAO
               MOVE FINALIDADE     TO NC-FINALIDADE
               MOVE OPERADOR-ATUAL TO NC-OPERADOR
               CALL 'NADACON' USING AREA-NADACON
               IF NC-RESULTADO = 'R'
                   DISPLAY 'DISPENSA REGISTRADA - VALE PARA A PROXIMA '
                       'CONFERENCIA DESTA FINALIDADE.'
               ELSE
                   DISPLAY 'ERRO: A DISPENSA NAO FOI REGISTRADA - '
                       'TENTE DE NOVO OU CHAME O SUPORTE.'
               END-IF
           ELSE
               DISPLAY 'DISPENSA ABANDONADA.'
           END-IF.

       LISTAR-DISPENSAS.
           OPEN INPUT ARQ-DISPNC
           IF FS-DISPNC NOT = "00"
               DISPLAY 'NENHUMA DISPENSA REGISTRADA (DISPNC76.DAT).'
           ELSE
               MOVE ZEROS TO QTD-LISTADOS
               MOVE 'N' TO FIM-LISTA
               PERFORM UNTIL FIM-LISTA = 'S'
                   READ ARQ-DISPNC NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LISTA
                       NOT AT END
                           ADD 1 TO QTD-LISTADOS
                           DISPLAY DN-MATRICULA ' ' DN-FINALIDADE ' '
                               DN-DATA ' OPER ' DN-OPERADOR ' USADA '
                               DN-USADA ' ' DN-DATA-USO ' - '
                               DN-MOTIVO
                   END-READ
               END-PERFORM
               CLOSE ARQ-DISPNC
               DISPLAY QTD-LISTADOS ' DISPENSA(S).'
           END-IF.

       END PROGRAM EX76.
