       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX65.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CERTIF ASSIGN TO "CERTIF65.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-REGISTRO
               FILE STATUS IS FS-CERTIF.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-HISTORICO ASSIGN TO "RESHIST15.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT ARQ-RESULTADO ASSIGN TO "RESULT15.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADO.

           SELECT ARQ-DOCUMENTO ASSIGN TO "CERTIF65.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOCUMENTO.

           SELECT ARQ-LIVRO ASSIGN TO "LIVRO65.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIVRO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CERTIF.
           COPY CERTIF.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-HISTORICO.
       01  REG-HISTORICO.
           05 RH-ANO          PIC 9(04).
           05 RH-TURMA        PIC X(06).
           05 RH-MATRICULA    PIC 9(06).
           05 RH-MEDIA        PIC 9(02)V99.
           05 RH-REPROV       PIC 9(02).
           05 RH-DECISAO      PIC X(15).

       FD  ARQ-RESULTADO.
       01  REG-RESULTADO.
           05 RES-MATRICULA   PIC 9(06).
           05 RES-ANO         PIC 9(04).
           05 RES-MEDIA       PIC 9(02)V99.
           05 RES-REPROVACOES PIC 9(02).
           05 RES-DECISAO     PIC X(15).

       FD  ARQ-DOCUMENTO.
       01  LINHA-DOC PIC X(80).

       FD  ARQ-LIVRO.
       01  LINHA-LIVRO PIC X(100).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
           COPY NADACON.
       77 FS-CERTIF       PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-HISTORICO    PIC X(02) VALUE SPACES.
       77 FS-RESULTADO    PIC X(02) VALUE SPACES.
       77 FS-DOCUMENTO    PIC X(02) VALUE SPACES.
       77 FS-LIVRO        PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 CONFIRMA        PIC X(01) VALUE SPACES.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 ALUNO-OK        PIC X(01) VALUE 'N'.
       77 FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
      *    FOLHAS DE CADA LIVRO DE REGISTRO: PASSADA A ULTIMA, O
      *    PROXIMO CERTIFICADO ABRE O LIVRO SEGUINTE NA FOLHA 1.
       77 FOLHAS-POR-LIVRO PIC 9(03) VALUE 200.
       77 NUMERO-REGISTRO PIC 9(06) VALUE ZEROS.
       77 ULTIMO-LIVRO    PIC 9(03) VALUE ZEROS.
       77 ULTIMA-FOLHA    PIC 9(03) VALUE ZEROS.
       77 PROXIMO-LIVRO   PIC 9(03) VALUE ZEROS.
       77 PROXIMA-FOLHA   PIC 9(03) VALUE ZEROS.
       77 ORIGINAL-ACHADO PIC X(01) VALUE 'N'.
       77 MAIOR-VIA       PIC 9(02) VALUE ZEROS.
       77 NOVA-VIA        PIC 9(02) VALUE ZEROS.
       77 LIVRO-PEDIDO    PIC 9(03) VALUE ZEROS.
       77 QTD-LISTADOS    PIC 9(04) VALUE ZEROS.
       77 FECHAMENTO-ACHADO PIC X(01) VALUE 'N'.
       77 ANO-CONCLUSAO   PIC 9(04) VALUE ZEROS.
       77 TURMA-CONCLUSAO PIC X(06) VALUE SPACES.
       77 DECISAO-FINAL   PIC X(15) VALUE SPACES.
       77 CURSO-CERTIF    PIC X(20) VALUE SPACES.
       77 MOTIVO-VIA      PIC X(30) VALUE SPACES.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
       77 PERFIL-ATUAL    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
       77 IND-PENDENCIA   PIC 9(02) VALUE ZEROS.
      *    COPIA DO REGISTRO DO CERTIFICADO ORIGINAL, GUARDADA NA
      *    VARREDURA PARA A SEGUNDA VIA REPETIR OS DADOS DELE.
       01 SALVA-CERTIF       PIC X(128) VALUE SPACES.
       01 LINHA-REG.
           02 LR-REGISTRO    PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LR-FOLHA       PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LR-VIA         PIC Z9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LR-MATRICULA   PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LR-NOME        PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LR-CURSO       PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LR-ANO         PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LR-DATA        PIC 9(08).
       PROCEDURE DIVISION.
      *    REGISTRO DOS CERTIFICADOS DE CONCLUSAO DOS FORMADOS: A LEI
      *    PEDE QUE CADA CERTIFICADO EMITIDO SEJA ASSENTADO NO LIVRO
      *    DE REGISTRO (NUMERO, LIVRO E FOLHA). O CERTIFICADO SO SAI
      *    PARA ALUNO MARCADO 'F' (FORMADO) NO EX16 CUJO ULTIMO
      *    FECHAMENTO DO EX15 (RESHIST15.DAT, OU RESULT15.DAT NAS
      *    INSTALACOES SEM O HISTORICO) SEJA 'APROVADO DE ANO' - ESSE
      *    E O ANO DE CONCLUSAO. A SEGUNDA VIA SAI MARCADA COMO TAL,
      *    COM O MOTIVO, E TAMBEM FICA NO REGISTRO; SO O PERFIL DE
      *    CHEFE A AUTORIZA. O LIVRO PODE SER IMPRESSO EM LIVRO65.PRT
      *    PARA CONFERENCIA COM O LIVRO FISICO. O CERTIFICADO
      *    ORIGINAL TAMBEM EXIGE O NADA CONSTA DO ALUNO (NADACON)
      *    LIBERADO OU DISPENSADO PELO CHEFE.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO OPERADOR-ATUAL
               MOVE CTX-PERFIL   TO PERFIL-ATUAL
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE

           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               STOP RUN
           END-IF
           OPEN I-O ARQ-CERTIF
           IF FS-CERTIF = "35"
               OPEN OUTPUT ARQ-CERTIF
               CLOSE ARQ-CERTIF
               OPEN I-O ARQ-CERTIF
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'CERTIFICADOS DE CONCLUSAO:'
               DISPLAY '(E)MITIR (S)EGUNDA VIA (C)ONSULTAR ALUNO '
                   '(L)IVRO DE REGISTRO (F)IM'
               ACCEPT OPCAO
               IF OPCAO = 'E' OR OPCAO = 'e'
                   PERFORM EMITIR-CERTIFICADO
               ELSE
                   IF OPCAO = 'S' OR OPCAO = 's'
                       PERFORM EXIGIR-PERFIL-CHEFE
                       IF PERFIL-CHEFE-OK = 'S'
                           PERFORM EMITIR-SEGUNDA-VIA
                       END-IF
                   ELSE
                       IF OPCAO = 'C' OR OPCAO = 'c'
                           PERFORM PEDIR-MATRICULA
                           PERFORM CONSULTAR-ALUNO
                       ELSE
                           IF OPCAO = 'L' OR OPCAO = 'l'
                               PERFORM IMPRIMIR-LIVRO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-CERTIF
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

       CONFERIR-NADA-CONSTA.
           MOVE 'V'       TO NC-ACAO
           MOVE MATRICULA TO NC-MATRICULA
           MOVE AL-NOME   TO NC-NOME
           MOVE 'C'       TO NC-FINALIDADE
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

       PEDIR-MATRICULA.
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
           END-PERFORM.

       LER-ALUNO.
           MOVE 'N' TO ALUNO-OK
           MOVE MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA
               NOT INVALID KEY
                   MOVE 'S' TO ALUNO-OK
           END-READ.

       EMITIR-CERTIFICADO.
           PERFORM PEDIR-MATRICULA
           PERFORM LER-ALUNO
           IF ALUNO-OK = 'S'
               IF AL-SITUACAO NOT = 'F'
                   DISPLAY 'ALUNO ' AL-NOME ' NAO ESTA COMO FORMADO '
                       '(SITUACAO ' AL-SITUACAO ') - MARQUE A '
                       'CONCLUSAO NO EX16 ANTES.'
               ELSE
                   PERFORM PROCURAR-ORIGINAL
                   IF ORIGINAL-ACHADO = 'S'
                       MOVE SALVA-CERTIF TO REG-CERTIF
                       DISPLAY 'CERTIFICADO JA REGISTRADO SOB O NO '
                           CT-REGISTRO ' LIVRO ' CT-LIVRO ' FOLHA '
                           CT-FOLHA ' - USE A (S)EGUNDA VIA.'
                   ELSE
                       PERFORM APURAR-CONCLUSAO
                       IF FECHAMENTO-ACHADO = 'N'
                           DISPLAY 'NENHUM FECHAMENTO DO EX15 PARA A '
                               'MATRICULA ' MATRICULA ' - SEM '
                               'CERTIFICADO.'
                       ELSE
                           IF DECISAO-FINAL NOT = 'APROVADO DE ANO'
                               DISPLAY 'ULTIMO FECHAMENTO DO ALUNO ('
                                   ANO-CONCLUSAO ') E ' DECISAO-FINAL
                                   ' - SEM APROVADO DE ANO NO ANO '
                                   'FINAL NAO HA CERTIFICADO.'
                           ELSE
                               PERFORM CONFIRMAR-CERTIFICADO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFIRMAR-CERTIFICADO.
      *    CADASTRO FEITO NO TERMINAL NAO TEM CURSO (SO O DA ADMISSAO
      *    DO EX17 TEM): NESSE CASO O CURSO E DIGITADO AQUI E FICA SO
      *    NO REGISTRO DO CERTIFICADO. O NADA CONSTA SO E CONFERIDO
      *    DEPOIS DA CONFIRMACAO, COMO NA GUIA DO EX43, PARA A EMISSAO
      *    ABANDONADA NAO GASTAR A DISPENSA DO CHEFE.
           MOVE AL-CURSO TO CURSO-CERTIF
           PERFORM UNTIL CURSO-CERTIF NOT = SPACES
               DISPLAY 'CURSO NAO INFORMADO NO CADASTRO - DIGITE O '
                   'CURSO CONCLUIDO:'
               ACCEPT CURSO-CERTIF
           END-PERFORM
           PERFORM CALCULAR-PROXIMA-FOLHA
           DISPLAY 'ALUNO: ' AL-NOME ' CURSO: ' CURSO-CERTIF
               ' CONCLUSAO: ' ANO-CONCLUSAO
           DISPLAY 'REGISTRO NO ' NUMERO-REGISTRO ' LIVRO '
               PROXIMO-LIVRO ' FOLHA ' PROXIMA-FOLHA
           DISPLAY 'CONFIRMA O REGISTRO E A EMISSAO DO CERTIFICADO? '
               '(S/N)'
           ACCEPT CONFIRMA
           IF CONFIRMA NOT = 'S' AND CONFIRMA NOT = 's'
               DISPLAY 'EMISSAO ABANDONADA.'
           ELSE
               PERFORM CONFERIR-NADA-CONSTA
               IF NC-RESULTADO = 'B'
                   DISPLAY 'CERTIFICADO RECUSADO - RESOLVA AS '
                       'PENDENCIAS OU PECA A DISPENSA DO CHEFE.'
               ELSE
                   MOVE NUMERO-REGISTRO TO CT-REGISTRO
                   MOVE MATRICULA       TO CT-MATRICULA
                   MOVE AL-NOME         TO CT-NOME
                   MOVE CURSO-CERTIF    TO CT-CURSO
                   MOVE TURMA-CONCLUSAO TO CT-TURMA
                   MOVE ANO-CONCLUSAO   TO CT-ANO-CONCLUSAO
                   MOVE PROXIMO-LIVRO   TO CT-LIVRO
                   MOVE PROXIMA-FOLHA   TO CT-FOLHA
                   MOVE DATA-HOJE       TO CT-DATA-EMISSAO
                   MOVE 1               TO CT-VIA
                   MOVE ZEROS           TO CT-REGISTRO-ORIGINAL
                   MOVE SPACES          TO CT-MOTIVO
                   MOVE OPERADOR-ATUAL  TO CT-OPERADOR
                   PERFORM GRAVAR-CERTIFICADO
               END-IF
           END-IF.

       EMITIR-SEGUNDA-VIA.
      *    A SEGUNDA VIA REPETE O QUE O ORIGINAL DIZ (CURSO, ANO,
      *    LIVRO E FOLHA), MAS GANHA NUMERO PROPRIO NO REGISTRO.
           PERFORM PEDIR-MATRICULA
           PERFORM PROCURAR-ORIGINAL
           IF ORIGINAL-ACHADO = 'N'
               DISPLAY 'NENHUM CERTIFICADO ORIGINAL REGISTRADO PARA A '
                   'MATRICULA ' MATRICULA ' - USE (E)MITIR.'
           ELSE
               MOVE SPACES TO MOTIVO-VIA
               PERFORM UNTIL MOTIVO-VIA NOT = SPACES
                   DISPLAY 'MOTIVO DA SEGUNDA VIA (EX.: EXTRAVIO):'
                   ACCEPT MOTIVO-VIA
               END-PERFORM
               PERFORM CALCULAR-PROXIMA-FOLHA
               COMPUTE NOVA-VIA = MAIOR-VIA + 1
               MOVE SALVA-CERTIF TO REG-CERTIF
               DISPLAY 'ALUNO: ' CT-NOME ' CURSO: ' CT-CURSO
                   ' CONCLUSAO: ' CT-ANO-CONCLUSAO
               DISPLAY 'ORIGINAL NO ' CT-REGISTRO ' LIVRO ' CT-LIVRO
                   ' FOLHA ' CT-FOLHA ' - ESTA SERA A VIA NO '
                   NOVA-VIA
               DISPLAY 'CONFIRMA A EMISSAO DA SEGUNDA VIA? (S/N)'
               ACCEPT CONFIRMA
               IF CONFIRMA NOT = 'S' AND CONFIRMA NOT = 's'
                   DISPLAY 'EMISSAO ABANDONADA.'
               ELSE
                   MOVE CT-REGISTRO     TO CT-REGISTRO-ORIGINAL
                   MOVE NUMERO-REGISTRO TO CT-REGISTRO
                   MOVE DATA-HOJE       TO CT-DATA-EMISSAO
                   MOVE NOVA-VIA        TO CT-VIA
                   MOVE MOTIVO-VIA      TO CT-MOTIVO
                   MOVE OPERADOR-ATUAL  TO CT-OPERADOR
                   PERFORM GRAVAR-CERTIFICADO
               END-IF
           END-IF.

       PROCURAR-ORIGINAL.
      *    O REGISTRO E POR NUMERO, ENTAO O ALUNO E PROCURADO NO
      *    ARQUIVO TODO: GUARDA O ORIGINAL E A MAIOR VIA JA EMITIDA.
           MOVE 'N' TO ORIGINAL-ACHADO
           MOVE ZEROS TO MAIOR-VIA
           PERFORM POSICIONAR-REGISTRO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-CERTIF NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CT-MATRICULA = MATRICULA
                           IF CT-VIA = 1
                               MOVE 'S' TO ORIGINAL-ACHADO
                               MOVE REG-CERTIF TO SALVA-CERTIF
                           END-IF
                           IF CT-VIA > MAIOR-VIA
                               MOVE CT-VIA TO MAIOR-VIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POSICIONAR-REGISTRO.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE ZEROS TO CT-REGISTRO
           START ARQ-CERTIF KEY IS NOT LESS THAN CT-REGISTRO
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START.

       CALCULAR-PROXIMA-FOLHA.
      *    PROXIMO NUMERO = MAIOR JA USADO MAIS UM (COMO O ACORDO DO
      *    EX61); A PROXIMA FOLHA E A SEGUINTE A DO ULTIMO ORIGINAL.
           MOVE ZEROS TO NUMERO-REGISTRO
           MOVE ZEROS TO ULTIMO-LIVRO
           MOVE ZEROS TO ULTIMA-FOLHA
           PERFORM POSICIONAR-REGISTRO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-CERTIF NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       MOVE CT-REGISTRO TO NUMERO-REGISTRO
                       IF CT-VIA = 1
                           MOVE CT-LIVRO TO ULTIMO-LIVRO
                           MOVE CT-FOLHA TO ULTIMA-FOLHA
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO NUMERO-REGISTRO
           IF ULTIMO-LIVRO = 0
               MOVE 1 TO PROXIMO-LIVRO
               MOVE 1 TO PROXIMA-FOLHA
           ELSE
               MOVE ULTIMO-LIVRO TO PROXIMO-LIVRO
               COMPUTE PROXIMA-FOLHA = ULTIMA-FOLHA + 1
               IF ULTIMA-FOLHA NOT < FOLHAS-POR-LIVRO
                   ADD 1 TO PROXIMO-LIVRO
                   MOVE 1 TO PROXIMA-FOLHA
               END-IF
           END-IF.

       APURAR-CONCLUSAO.
      *    O ANO DE CONCLUSAO E O DO FECHAMENTO MAIS RECENTE DO
      *    ALUNO. O HISTORICO RETIDO (RESHIST15) TEM TODOS OS ANOS E A
      *    TURMA; SEM ELE, VALE O ULTIMO FECHAMENTO (RESULT15).
           MOVE 'N' TO FECHAMENTO-ACHADO
           MOVE ZEROS TO ANO-CONCLUSAO
           MOVE SPACES TO TURMA-CONCLUSAO
           MOVE SPACES TO DECISAO-FINAL
           OPEN INPUT ARQ-HISTORICO
           IF FS-HISTORICO = "00"
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ ARQ-HISTORICO
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           IF RH-MATRICULA = MATRICULA
                              AND RH-ANO NOT < ANO-CONCLUSAO
                               MOVE 'S' TO FECHAMENTO-ACHADO
                               MOVE RH-ANO TO ANO-CONCLUSAO
                               MOVE RH-TURMA TO TURMA-CONCLUSAO
                               MOVE RH-DECISAO TO DECISAO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF
           IF FECHAMENTO-ACHADO = 'N'
               OPEN INPUT ARQ-RESULTADO
               IF FS-RESULTADO = "00"
                   MOVE 'N' TO FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO = 'S'
                       READ ARQ-RESULTADO
                           AT END
                               MOVE 'S' TO FIM-ARQUIVO
                           NOT AT END
                               IF RES-MATRICULA = MATRICULA
                                   MOVE 'S' TO FECHAMENTO-ACHADO
                                   MOVE RES-ANO TO ANO-CONCLUSAO
                                   MOVE AL-TURMA TO TURMA-CONCLUSAO
                                   MOVE RES-DECISAO TO DECISAO-FINAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-RESULTADO
               END-IF
           END-IF.

       GRAVAR-CERTIFICADO.
           WRITE REG-CERTIF
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O REGISTRO DO CERTIFICADO: '
                       FS-CERTIF
           END-WRITE
           IF FS-CERTIF = "00"
               PERFORM IMPRIMIR-CERTIFICADO
               IF CT-VIA = 1
                   MOVE 'CERTIFICADO' TO AUD-ACAO
               ELSE
                   MOVE 'CERTIF 2A VIA' TO AUD-ACAO
               END-IF
               MOVE SPACES TO AUD-CHAVE
               STRING 'REGISTRO=' CT-REGISTRO ' MATRICULA='
                   CT-MATRICULA
                   DELIMITED BY SIZE INTO AUD-CHAVE
               MOVE SPACES TO AUD-VALOR
               STRING 'LIVRO=' CT-LIVRO ' FOLHA=' CT-FOLHA ' VIA='
                   CT-VIA ' ANO=' CT-ANO-CONCLUSAO
                   DELIMITED BY SIZE INTO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'CERTIFICADO REGISTRADO SOB O NO ' CT-REGISTRO
                   ' - IMPRESSO EM CERTIF65.PRT.'
           END-IF.

       IMPRIMIR-CERTIFICADO.
      *    ACRESCENTADO AO ARQUIVO DE IMPRESSAO, COMO O RECIBO DO EX27.
           OPEN EXTEND ARQ-DOCUMENTO
           IF FS-DOCUMENTO = "05" OR FS-DOCUMENTO = "35"
               CLOSE ARQ-DOCUMENTO
               OPEN OUTPUT ARQ-DOCUMENTO
           END-IF
           MOVE ALL '-' TO LINHA-DOC
           WRITE LINHA-DOC
           IF CT-VIA = 1
               MOVE 'CERTIFICADO DE CONCLUSAO' TO LINHA-DOC
           ELSE
               MOVE SPACES TO LINHA-DOC
               STRING 'CERTIFICADO DE CONCLUSAO - SEGUNDA VIA (VIA NO '
                   CT-VIA ')'
                   DELIMITED BY SIZE INTO LINHA-DOC
           END-IF
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING 'CERTIFICAMOS QUE ' CT-NOME ', MATRICULA '
               CT-MATRICULA ','
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING 'CONCLUIU O CURSO ' CT-CURSO ' NO ANO LETIVO DE '
               CT-ANO-CONCLUSAO ','
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE 'TENDO SIDO APROVADO(A) NO FECHAMENTO DO ANO FINAL.'
               TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING 'REGISTRADO SOB O NO ' CT-REGISTRO ', LIVRO '
               CT-LIVRO ', FOLHA ' CT-FOLHA '.'
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           IF CT-VIA > 1
               MOVE SPACES TO LINHA-DOC
               STRING 'SEGUNDA VIA DO CERTIFICADO REGISTRADO SOB O NO '
                   CT-REGISTRO-ORIGINAL ' - MOTIVO: ' CT-MOTIVO
                   DELIMITED BY SIZE INTO LINHA-DOC
               WRITE LINHA-DOC
           END-IF
           MOVE SPACES TO LINHA-DOC
           STRING 'DATA DE EMISSAO: ' CT-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE 'SECRETARIO(A): ________________  DIRETOR(A): '
               & '________________' TO LINHA-DOC
           WRITE LINHA-DOC
           CLOSE ARQ-DOCUMENTO.

       CONSULTAR-ALUNO.
           MOVE ZEROS TO QTD-LISTADOS
           PERFORM POSICIONAR-REGISTRO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-CERTIF NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CT-MATRICULA = MATRICULA
                           ADD 1 TO QTD-LISTADOS
                           DISPLAY 'NO ' CT-REGISTRO ' LIVRO ' CT-LIVRO
                               ' FOLHA ' CT-FOLHA ' VIA ' CT-VIA
                               ' EMITIDO EM ' CT-DATA-EMISSAO
                               ' CURSO ' CT-CURSO ' ANO '
                               CT-ANO-CONCLUSAO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY QTD-LISTADOS ' CERTIFICADO(S) REGISTRADO(S) PARA A '
               'MATRICULA ' MATRICULA.

       IMPRIMIR-LIVRO.
      *    TRANSCRICAO DE UM LIVRO DE REGISTRO, NA ORDEM DO NUMERO,
      *    PARA CONFERIR COM O LIVRO FISICO.
           DISPLAY 'NUMERO DO LIVRO:'
           ACCEPT LIVRO-PEDIDO
           MOVE ZEROS TO QTD-LISTADOS
           OPEN OUTPUT ARQ-LIVRO
           MOVE SPACES TO LINHA-LIVRO
           STRING 'LIVRO DE REGISTRO DE CERTIFICADOS NO ' LIVRO-PEDIDO
               ' - EMITIDO EM ' DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-LIVRO
           WRITE LINHA-LIVRO
           MOVE 'REGIST  FLS  VIA MATRIC  NOME' TO LINHA-LIVRO
           MOVE 'CURSO                 ANO   EMISSAO'
               TO LINHA-LIVRO(58:35)
           WRITE LINHA-LIVRO
           PERFORM POSICIONAR-REGISTRO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-CERTIF NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CT-LIVRO = LIVRO-PEDIDO
                           ADD 1 TO QTD-LISTADOS
                           MOVE CT-REGISTRO      TO LR-REGISTRO
                           MOVE CT-FOLHA         TO LR-FOLHA
                           MOVE CT-VIA           TO LR-VIA
                           MOVE CT-MATRICULA     TO LR-MATRICULA
                           MOVE CT-NOME          TO LR-NOME
                           MOVE CT-CURSO         TO LR-CURSO
                           MOVE CT-ANO-CONCLUSAO TO LR-ANO
                           MOVE CT-DATA-EMISSAO  TO LR-DATA
                           MOVE LINHA-REG TO LINHA-LIVRO
                           WRITE LINHA-LIVRO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO LINHA-LIVRO
           STRING 'TOTAL DE REGISTROS NO LIVRO: ' QTD-LISTADOS
               DELIMITED BY SIZE INTO LINHA-LIVRO
           WRITE LINHA-LIVRO
           CLOSE ARQ-LIVRO
           DISPLAY QTD-LISTADOS ' REGISTRO(S) DO LIVRO ' LIVRO-PEDIDO
               ' EM LIVRO65.PRT.'.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM EMITIU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX65' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           MOVE OPERADOR-ATUAL TO AUD-OPERADOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM EX65.
