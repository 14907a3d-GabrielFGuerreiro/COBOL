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

           SELECT ARQ-FREQ ASSIGN TO "FREQ25.DAT"

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
           COPY NADACON.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-FREQ         PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 IND-PENDENCIA   PIC 9(02) VALUE ZEROS.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
       77 PERFIL-ATUAL    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
       77 CONFIRMA        PIC X(01) VALUE SPACES.
       77 NOTAS-ABERTO    PIC X(01) VALUE 'N'.
       77 FREQ-ABERTO     PIC X(01) VALUE 'N'.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LG-MATERIA     PIC X(15).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LG-NOTA        PIC Z9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LG-SITUACAO    PIC X(20).
       PROCEDURE DIVISION.
      *    O RESUMO DE FREQUENCIA DO DIARIO DO EX25 E A SITUACAO,
      *    SEM MONTAGEM A MAO DE BOLETINS. CONFIRMADA A EMISSAO, A
      *    MATRICULA E MARCADA 'E' (TRANSFERIDO) E PARA DE RECEBER
      *    LANCAMENTOS. A GUIA SO SAI COM O NADA CONSTA DO ALUNO
      *    (NADACON) LIBERADO OU DISPENSADO PELO CHEFE.
           MOVE ZEROS TO DV-OK
           PERFORM UNTIL MATRICULA > 0 AND DV-OK = 1
               DISPLAY 'DIGITE A MATRICULA DO ALUNO A TRANSFERIR:'
               CLOSE ARQ-ALUNOS
               STOP RUN
           END-IF
           PERFORM CONFERIR-NADA-CONSTA
           IF NC-RESULTADO = 'B'
               DISPLAY 'TRANSFERENCIA RECUSADA - RESOLVA AS '
                   'PENDENCIAS OU PECA A DISPENSA DO CHEFE.'
               CLOSE ARQ-ALUNOS
               STOP RUN
           END-IF

           OPEN INPUT ARQ-NOTAS
           IF FS-NOTAS = "00"
               & 'SITUACAO TRANSFERIDO (E).' TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           IF NC-RESULTADO = 'D'
               STRING 'NADA CONSTA DISPENSADO PELO CHEFE: ' NC-MOTIVO
                   DELIMITED BY SIZE INTO LINHA-GUIA
           ELSE
               MOVE 'NADA CONSTA: SEM PENDENCIAS (DECLARACAO ANEXA).'
                   TO LINHA-GUIA
           END-IF
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE 'ASSINATURA DA DIRECAO: ______________________'
               TO LINHA-GUIA
               TO LINHA-GUIA
           WRITE LINHA-GUIA.

       CONFERIR-NADA-CONSTA.
           MOVE 'V'       TO NC-ACAO
           MOVE MATRICULA TO NC-MATRICULA
           MOVE AL-NOME   TO NC-NOME
           MOVE 'T'       TO NC-FINALIDADE
           MOVE 'S'       TO NC-EMITIR
           CALL 'NADACON' USING AREA-NADACON
           IF NC-RESULTADO = 'B'
               PERFORM MOSTRAR-PENDENCIAS
               PERFORM PEDIR-DISPENSA-CHEFE
           END-IF
           IF NC-RESULTADO = 'L'
               DISPLAY 'NADA CONSTA: ALUNO LIBERADO - DECLARACAO EM '
                   'NADACON.PRT.'
           END-IF
           IF NC-RESULTADO = 'D'
               DISPLAY 'NADA CONSTA DISPENSADO PELO CHEFE: ' NC-MOTIVO
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

       PEDIR-DISPENSA-CHEFE.
      *    SO O CHEFE DA SECRETARIA DISPENSA, E COM MOTIVO; A DISPENSA
      *    E REGISTRADA PELO NADACON E USADA NA HORA, NA NOVA
      *    CONFERENCIA.
           DISPLAY 'O CHEFE DA SECRETARIA DISPENSA AS PENDENCIAS? '
               '(S/N)'
           ACCEPT CONFIRMA
           IF CONFIRMA = 'S' OR CONFIRMA = 's'
               PERFORM EXIGIR-PERFIL-CHEFE
               IF PERFIL-CHEFE-OK = 'S'
                   MOVE SPACES TO NC-MOTIVO
                   PERFORM UNTIL NC-MOTIVO NOT = SPACES
                       DISPLAY 'MOTIVO DA DISPENSA (ATE 40 POSICOES):'
                       ACCEPT NC-MOTIVO
                   END-PERFORM
                   MOVE 'D' TO NC-ACAO
                   MOVE OPERADOR-ATUAL TO NC-OPERADOR
                   CALL 'NADACON' USING AREA-NADACON
                   IF NC-RESULTADO = 'E'
                       DISPLAY 'A DISPENSA NAO PODE SER GRAVADA - O '
                           'ALUNO CONTINUA BLOQUEADO.'
                       MOVE 'B' TO NC-RESULTADO
                   ELSE
                       MOVE 'V' TO NC-ACAO
                       CALL 'NADACON' USING AREA-NADACON
                   END-IF
               END-IF
           END-IF.

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

       GRAVAR-AUDITORIA.
      *    REGISTRA A TRANSFERENCIA NO MESMO LOG UNICO COMPARTILHADO
      *    COM O EX5, O EX6 E O EX7.
