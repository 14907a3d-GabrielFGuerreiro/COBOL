       IDENTIFICATION DIVISION.
       PROGRAM-ID. NADACON.
      *----------------------------------------------------------------
      *    NADA CONSTA DO ALUNO, COMPARTILHADO PELA TRANSFERENCIA DE
      *    SAIDA (EX43), PELO CERTIFICADO (EX65), PELA REMATRICULA
      *    (EX41) E PELA CONSULTA DO EX76: UMA CONFERENCIA SO, NO
      *    LUGAR DE CADA SETOR CARIMBAR A SUA FOLHA. PENDENCIAS QUE
      *    BLOQUEIAM: COBRANCA VENCIDA COM SALDO EM ABERTO (A
      *    RENEGOCIADA NUM ACORDO DO EX61 JA ESTA SENDO PAGA NAS
      *    PARCELAS E NAO ENTRA), SEGUNDA CHAMADA AINDA NA FILA DO
      *    EX35, OCORRENCIA GRAVE DO EX47 SEM BAIXA E ANO ANTERIOR COM
      *    NOTAS LANCADAS E SEM RESULTADO DE FECHAMENTO DO EX15. A
      *    LISTA VOLTA PARA O CHAMADOR MOSTRAR; ALUNO LIBERADO PODE
      *    LEVAR A DECLARACAO EM NADACON.PRT. O CHEFE DA SECRETARIA
      *    PODE DISPENSAR O BLOQUEIO PARA UMA FINALIDADE, COM MOTIVO:
      *    A DISPENSA FICA EM DISPNC76.DAT, VALE UMA VEZ E AS DUAS
      *    PONTAS (REGISTRO E USO) VAO PARA A AUDITORIA.
      *    ARQUIVO QUE AINDA NAO EXISTE NAO TEM PENDENCIA A MOSTRAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MENSAL ASSIGN TO "MENSAL26.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS FS-MENSAL.

           SELECT ARQ-SEGCH ASSIGN TO "SEGCH35.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS FS-SEGCH.

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

           SELECT ARQ-HISTORICO ASSIGN TO "RESHIST15.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT ARQ-RESULTADO ASSIGN TO "RESULT15.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADO.

           SELECT ARQ-DISPNC ASSIGN TO "DISPNC76.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-CHAVE
               FILE STATUS IS FS-DISPNC.

           SELECT ARQ-DECLARACAO ASSIGN TO "NADACON.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECLARACAO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-SEGCH.
           COPY SEGCH.

       FD  ARQ-OCOR.
           COPY OCOR.

       FD  ARQ-OCRES.
           COPY OCRES.

       FD  ARQ-NOTAS.
           COPY NOTAS.

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

       FD  ARQ-DISPNC.
           COPY DISPNC.

       FD  ARQ-DECLARACAO.
       01  LINHA-DECLARACAO PIC X(80).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-SEGCH        PIC X(02) VALUE SPACES.
       77 FS-OCOR         PIC X(02) VALUE SPACES.
       77 FS-OCRES        PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-HISTORICO    PIC X(02) VALUE SPACES.
       77 FS-RESULTADO    PIC X(02) VALUE SPACES.
       77 FS-DISPNC       PIC X(02) VALUE SPACES.
       77 FS-DECLARACAO   PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OCRES-ABERTO    PIC X(01) VALUE 'N'.
       77 FIM-LEITURA     PIC X(01) VALUE 'N'.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 ANO-ATUAL       PIC 9(04) VALUE ZEROS.
       77 COMPETENCIA-HOJE PIC 9(06) VALUE ZEROS.
       77 COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 SALDO           PIC 9(04)V99 VALUE ZEROS.
       77 SALDO-EDIT      PIC ZZZ9.99.
       77 TEXTO-PENDENCIA PIC X(60) VALUE SPACES.
       77 NOME-FINALIDADE PIC X(20) VALUE SPACES.
       77 QTD-ANOS        PIC 9(02) VALUE ZEROS.
       77 IND-ANO         PIC 9(02) VALUE ZEROS.
       77 ANO-LIDO        PIC 9(04) VALUE ZEROS.
      *    ANOS ANTERIORES EM QUE O ALUNO TEM NOTA LANCADA, NA ORDEM
      *    DA CHAVE DE NOTASF5, E SE CADA UM JA TEM FECHAMENTO.
       01 TABELA-ANOS.
           02 ANO-COM-NOTA OCCURS 20 TIMES.
               03 AN-ANO     PIC 9(04).
               03 AN-FECHADO PIC X(01).
       LINKAGE SECTION.
           COPY NADACON.
       PROCEDURE DIVISION USING AREA-NADACON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(1:4) TO ANO-ATUAL
           MOVE FUNCTION CURRENT-DATE(1:6) TO COMPETENCIA-HOJE
           IF NC-ACAO = 'D'
               PERFORM REGISTRAR-DISPENSA
           ELSE
               PERFORM CONFERIR-PENDENCIAS
           END-IF
           GOBACK.

       CONFERIR-PENDENCIAS.
           MOVE ZEROS TO NC-QTD-PENDENCIAS
           MOVE 'N' TO NC-EXCEDEU
           PERFORM CONFERIR-MENSALIDADES
           PERFORM CONFERIR-SEGUNDA-CHAMADA
           PERFORM CONFERIR-OCORRENCIAS
           PERFORM CONFERIR-FECHAMENTOS
           IF NC-QTD-PENDENCIAS = 0
               MOVE 'L' TO NC-RESULTADO
               IF NC-EMITIR = 'S'
                   PERFORM EMITIR-DECLARACAO
               END-IF
           ELSE
               MOVE 'B' TO NC-RESULTADO
               IF NC-FINALIDADE NOT = 'A'
                   PERFORM USAR-DISPENSA
               END-IF
           END-IF.

       ANOTAR-PENDENCIA.
      *    A AREA DE CHAMADA GUARDA 20 PENDENCIAS; PASSANDO DISSO O
      *    CHAMADOR SO E AVISADO DE QUE HA MAIS.
           IF NC-QTD-PENDENCIAS < 20
               ADD 1 TO NC-QTD-PENDENCIAS
               MOVE TEXTO-PENDENCIA TO NC-PENDENCIA(NC-QTD-PENDENCIAS)
           ELSE
               MOVE 'S' TO NC-EXCEDEU
           END-IF.

       CONFERIR-MENSALIDADES.
           OPEN INPUT ARQ-MENSAL
           IF FS-MENSAL = "00"
               MOVE NC-MATRICULA TO MN-MATRICULA
               MOVE ZEROS TO MN-ANO
               MOVE ZEROS TO MN-MES
               MOVE 'N' TO FIM-LEITURA
               START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-MENSAL NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF MN-MATRICULA NOT = NC-MATRICULA
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               PERFORM AVALIAR-COBRANCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSAL
           END-IF.

       AVALIAR-COBRANCA.
      *    SO PESA A COBRANCA JA VENCIDA (COMPETENCIA ATE O MES
      *    CORRENTE) QUE AINDA TEM SALDO; A GERADA ADIANTADA PELO EX26
      *    NAO BLOQUEIA NINGUEM.
           COMPUTE COMPETENCIA = MN-ANO * 100 + MN-MES
           IF MN-SITUACAO = 'A' AND COMPETENCIA NOT > COMPETENCIA-HOJE
              AND MN-VALOR > MN-VALOR-PAGO
               COMPUTE SALDO = MN-VALOR - MN-VALOR-PAGO
               MOVE SALDO TO SALDO-EDIT
               MOVE SPACES TO TEXTO-PENDENCIA
               STRING 'MENSALIDADE ' MN-MES '/' MN-ANO
                   ' EM ABERTO - SALDO ' SALDO-EDIT ' (EX27)'
                   DELIMITED BY SIZE INTO TEXTO-PENDENCIA
               PERFORM ANOTAR-PENDENCIA
           END-IF.

       CONFERIR-SEGUNDA-CHAMADA.
      *    O EX35 APAGA A PENDENCIA QUANDO LANCA A PROVA: O QUE AINDA
      *    ESTA NA FILA ESTA EM ABERTO.
           OPEN INPUT ARQ-SEGCH
           IF FS-SEGCH = "00"
               MOVE NC-MATRICULA TO SC-MATRICULA
               MOVE ZEROS TO SC-ANO
               MOVE ZEROS TO SC-PERIODO
               MOVE LOW-VALUES TO SC-MATERIA
               MOVE 'N' TO FIM-LEITURA
               START ARQ-SEGCH KEY IS NOT LESS THAN SC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-SEGCH NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF SC-MATRICULA NOT = NC-MATRICULA
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               MOVE SPACES TO TEXTO-PENDENCIA
                               STRING 'SEGUNDA CHAMADA PENDENTE '
                                   SC-ANO '/' SC-PERIODO ' '
                                   SC-MATERIA ' PROVA ' SC-PROVA
                                   ' (EX35)'
                                   DELIMITED BY SIZE
                                   INTO TEXTO-PENDENCIA
                               PERFORM ANOTAR-PENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SEGCH
           END-IF.

       CONFERIR-OCORRENCIAS.
           OPEN INPUT ARQ-OCOR
           IF FS-OCOR = "00"
               MOVE 'N' TO OCRES-ABERTO
               OPEN INPUT ARQ-OCRES
               IF FS-OCRES = "00"
                   MOVE 'S' TO OCRES-ABERTO
               END-IF
               MOVE NC-MATRICULA TO OC-MATRICULA
               MOVE ZEROS TO OC-DATA
               MOVE ZEROS TO OC-SEQ
               MOVE 'N' TO FIM-LEITURA
               START ARQ-OCOR KEY IS NOT LESS THAN OC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-OCOR NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF OC-MATRICULA NOT = NC-MATRICULA
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               IF OC-GRAVIDADE = 'G'
                                   PERFORM CONFERIR-BAIXA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-OCOR
               IF OCRES-ABERTO = 'S'
                   CLOSE ARQ-OCRES
               END-IF
           END-IF.

       CONFERIR-BAIXA.
           IF OCRES-ABERTO = 'S'
               MOVE OC-CHAVE TO OR-CHAVE
               READ ARQ-OCRES
                   INVALID KEY
                       PERFORM ANOTAR-OCORRENCIA-ABERTA
               END-READ
           ELSE
               PERFORM ANOTAR-OCORRENCIA-ABERTA
           END-IF.

       ANOTAR-OCORRENCIA-ABERTA.
           MOVE SPACES TO TEXTO-PENDENCIA
           STRING 'OCORRENCIA GRAVE DE ' OC-DATA ' SEQ ' OC-SEQ
               ' SEM BAIXA (EX47)'
               DELIMITED BY SIZE INTO TEXTO-PENDENCIA
           PERFORM ANOTAR-PENDENCIA.

       CONFERIR-FECHAMENTOS.
      *    TODO ANO ANTERIOR AO CORRENTE EM QUE O ALUNO TEVE NOTA
      *    PRECISA TER DECISAO DO EX15 - NO HISTORICO RETIDO
      *    (RESHIST15) OU NO ULTIMO FECHAMENTO (RESULT15). O ANO
      *    CORRENTE AINDA ESTA EM CURSO E NAO E COBRADO.
           MOVE ZEROS TO QTD-ANOS
           OPEN INPUT ARQ-NOTAS
           IF FS-NOTAS = "00"
               MOVE NC-MATRICULA TO CN-MATRICULA
               MOVE ZEROS TO CN-ANO-LETIVO
               MOVE ZEROS TO CN-PERIODO
               MOVE LOW-VALUES TO CN-MATERIA
               MOVE 'N' TO FIM-LEITURA
               START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF CN-MATRICULA NOT = NC-MATRICULA
                              OR CN-ANO-LETIVO NOT < ANO-ATUAL
                               MOVE 'S' TO FIM-LEITURA
                           ELSE
                               PERFORM GUARDAR-ANO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTAS
           END-IF
           IF QTD-ANOS > 0
               PERFORM PROCURAR-FECHAMENTOS
               MOVE 1 TO IND-ANO
               PERFORM UNTIL IND-ANO > QTD-ANOS
                   IF AN-FECHADO(IND-ANO) = 'N'
                       MOVE SPACES TO TEXTO-PENDENCIA
                       STRING 'ANO ' AN-ANO(IND-ANO) ' COM NOTAS E '
                           'SEM RESULTADO DE FECHAMENTO (EX15)'
                           DELIMITED BY SIZE INTO TEXTO-PENDENCIA
                       PERFORM ANOTAR-PENDENCIA
                   END-IF
                   ADD 1 TO IND-ANO
               END-PERFORM
           END-IF.

       GUARDAR-ANO.
           IF QTD-ANOS = 0
               PERFORM INCLUIR-ANO
           ELSE
               IF AN-ANO(QTD-ANOS) NOT = CN-ANO-LETIVO
                   PERFORM INCLUIR-ANO
               END-IF
           END-IF.

       INCLUIR-ANO.
           IF QTD-ANOS < 20
               ADD 1 TO QTD-ANOS
               MOVE CN-ANO-LETIVO TO AN-ANO(QTD-ANOS)
               MOVE 'N' TO AN-FECHADO(QTD-ANOS)
           END-IF.

       PROCURAR-FECHAMENTOS.
           OPEN INPUT ARQ-HISTORICO
           IF FS-HISTORICO = "00"
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-HISTORICO
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF RH-MATRICULA = NC-MATRICULA
                               MOVE RH-ANO TO ANO-LIDO
                               PERFORM MARCAR-ANO-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF
           OPEN INPUT ARQ-RESULTADO
           IF FS-RESULTADO = "00"
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-RESULTADO
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF RES-MATRICULA = NC-MATRICULA
                               MOVE RES-ANO TO ANO-LIDO
                               PERFORM MARCAR-ANO-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RESULTADO
           END-IF.

       MARCAR-ANO-FECHADO.
           MOVE 1 TO IND-ANO
           PERFORM UNTIL IND-ANO > QTD-ANOS
               IF AN-ANO(IND-ANO) = ANO-LIDO
                   MOVE 'S' TO AN-FECHADO(IND-ANO)
               END-IF
               ADD 1 TO IND-ANO
           END-PERFORM.

       USAR-DISPENSA.
      *    PENDENCIA ACHADA: SE O CHEFE DEIXOU DISPENSA AINDA NAO USADA
      *    PARA ESTA MATRICULA E FINALIDADE, A OPERACAO SEGUE E A
      *    DISPENSA E BAIXADA. A LISTA DE PENDENCIAS VOLTA MESMO ASSIM,
      *    PARA O CHAMADOR REGISTRAR O QUE FOI DISPENSADO.
           OPEN I-O ARQ-DISPNC
           IF FS-DISPNC = "00"
               MOVE NC-MATRICULA  TO DN-MATRICULA
               MOVE NC-FINALIDADE TO DN-FINALIDADE
               READ ARQ-DISPNC
                   NOT INVALID KEY
                       IF DN-USADA NOT = 'S'
                           MOVE 'S' TO DN-USADA
                           MOVE DATA-HOJE TO DN-DATA-USO
      *                    DISPENSA QUE NAO FOI BAIXADA NAO VALE:
      *                    SE VALESSE, SERVIRIA DE NOVO NA PROXIMA
      *                    CONFERENCIA. O RESULTADO FICA 'B'.
                           REWRITE REG-DISPNC
                               INVALID KEY
                                   DISPLAY 'ERRO AO BAIXAR A DISPENSA '
                                       'DE NADA CONSTA: ' FS-DISPNC
                                       ' - DISPENSA NAO USADA.'
                               NOT INVALID KEY
                                   PERFORM APLICAR-DISPENSA
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE ARQ-DISPNC
           END-IF.

       APLICAR-DISPENSA.
           MOVE 'D' TO NC-RESULTADO
           MOVE DN-MOTIVO TO NC-MOTIVO
           MOVE 'NC DISPENSADO' TO AUD-ACAO
           PERFORM MONTAR-CHAVE-AUDITORIA
           MOVE DN-MOTIVO TO AUD-VALOR
           MOVE DN-OPERADOR TO AUD-OPERADOR
           PERFORM GRAVAR-AUDITORIA.

       REGISTRAR-DISPENSA.
      *    NC-RESULTADO VOLTA 'R' COM A DISPENSA GRAVADA E 'E' SE ELA
      *    NAO PODE SER GRAVADA; SO A GRAVADA VAI PARA O LOG.
           MOVE 'E' TO NC-RESULTADO
           OPEN I-O ARQ-DISPNC
           IF FS-DISPNC = "35"
               OPEN OUTPUT ARQ-DISPNC
               CLOSE ARQ-DISPNC
               OPEN I-O ARQ-DISPNC
           END-IF
           IF FS-DISPNC NOT = "00"
               DISPLAY 'ERRO AO ABRIR DISPNC76.DAT: ' FS-DISPNC
           ELSE
               MOVE NC-MATRICULA  TO DN-MATRICULA
               MOVE NC-FINALIDADE TO DN-FINALIDADE
               MOVE DATA-HOJE     TO DN-DATA
               MOVE NC-OPERADOR   TO DN-OPERADOR
               MOVE NC-MOTIVO     TO DN-MOTIVO
               MOVE 'N'           TO DN-USADA
               MOVE ZEROS         TO DN-DATA-USO
               WRITE REG-DISPNC
                   INVALID KEY
                       PERFORM REGRAVAR-DISPENSA
                   NOT INVALID KEY
                       MOVE 'R' TO NC-RESULTADO
               END-WRITE
               CLOSE ARQ-DISPNC
           END-IF
           IF NC-RESULTADO = 'R'
               MOVE 'NC DISPENSA REG' TO AUD-ACAO
               PERFORM MONTAR-CHAVE-AUDITORIA
               MOVE NC-MOTIVO TO AUD-VALOR
               MOVE NC-OPERADOR TO AUD-OPERADOR
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       REGRAVAR-DISPENSA.
      *    JA HAVIA DISPENSA PARA A MATRICULA E FINALIDADE: A NOVA
      *    TOMA O LUGAR DELA.
           REWRITE REG-DISPNC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A DISPENSA DE '
                       'NADA CONSTA: ' FS-DISPNC
               NOT INVALID KEY
                   MOVE 'R' TO NC-RESULTADO
           END-REWRITE.

       MONTAR-CHAVE-AUDITORIA.
           MOVE SPACES TO AUD-CHAVE
           STRING NC-MATRICULA '/' NC-FINALIDADE
               DELIMITED BY SIZE INTO AUD-CHAVE.

       EMITIR-DECLARACAO.
           EVALUATE NC-FINALIDADE
               WHEN 'T'
                   MOVE 'TRANSFERENCIA' TO NOME-FINALIDADE
               WHEN 'C'
                   MOVE 'CERTIFICADO' TO NOME-FINALIDADE
               WHEN 'R'
                   MOVE 'REMATRICULA' TO NOME-FINALIDADE
               WHEN OTHER
                   MOVE 'USO DO INTERESSADO' TO NOME-FINALIDADE
           END-EVALUATE
           OPEN OUTPUT ARQ-DECLARACAO
           MOVE 'DECLARACAO DE NADA CONSTA' TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           STRING 'ALUNO: ' NC-NOME ' MATRICULA: ' NC-MATRICULA
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE 'DECLARAMOS QUE NADA CONSTA CONTRA O ALUNO ACIMA'
               TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE 'JUNTO A TESOURARIA, A COORDENACAO PEDAGOGICA E A '
               TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE 'DISCIPLINA DESTA ESCOLA: SEM MENSALIDADE VENCIDA EM '
               TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE 'ABERTO, SEM SEGUNDA CHAMADA PENDENTE, SEM OCORRENCIA '
               TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE 'GRAVE EM ABERTO E COM OS ANOS CURSADOS FECHADOS.'
               TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           STRING 'FINALIDADE: ' NOME-FINALIDADE
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           STRING 'EMITIDA EM: ' DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE '______________________________' TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE 'SECRETARIA ESCOLAR' TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           CLOSE ARQ-DECLARACAO.

       GRAVAR-AUDITORIA.
      *    MESMO LOG UNICO DOS PROGRAMAS DA SECRETARIA; O OPERADOR E O
      *    CHEFE QUE DEU A DISPENSA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'NADACON' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM NADACON.
