       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX62.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONSELHO ASSIGN TO "CONSEL62.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS FS-CONSELHO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
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
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS FS-FREQ.

           SELECT ARQ-OCOR ASSIGN TO "OCOR47.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE
               FILE STATUS IS FS-OCOR.

           SELECT ARQ-PAUTA ASSIGN TO "CONSEL62.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAUTA.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONSELHO.
           COPY CONSELHO.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-FREQ.
           COPY FREQ.

       FD  ARQ-OCOR.
           COPY OCOR.

       FD  ARQ-PAUTA.
       01  LINHA-PAUTA PIC X(100).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-CONSELHO     PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-FREQ         PIC X(02) VALUE SPACES.
       77 FS-OCOR         PIC X(02) VALUE SPACES.
       77 FS-PAUTA        PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 FREQ-ABERTO     PIC X(01) VALUE 'N'.
       77 OCOR-ABERTO     PIC X(01) VALUE 'N'.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 RESPOSTA        PIC X(01) VALUE SPACES.
       77 DECISAO-NOVA    PIC X(01) VALUE SPACES.
       77 JUSTIFICATIVA   PIC X(60) VALUE SPACES.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 CASO-OK         PIC X(01) VALUE 'N'.
       77 FIM-ALUNOS      PIC X(01) VALUE 'N'.
       77 FIM-NOTAS       PIC X(01) VALUE 'N'.
       77 FIM-FREQ        PIC X(01) VALUE 'N'.
       77 FIM-OCOR        PIC X(01) VALUE 'N'.
       77 FIM-PAUTA       PIC X(01) VALUE 'N'.
       77 SOMA-NOTAS      PIC 9(05)V99 VALUE ZEROS.
       77 QTD-LANCAMENTOS PIC 9(03) VALUE ZEROS.
       77 QTD-REPROVACOES PIC 9(03) VALUE ZEROS.
       77 MEDIA-GERAL     PIC 9(02)V99 VALUE ZEROS.
       77 QTD-FALTAS      PIC 9(04) VALUE ZEROS.
       77 QTD-OCORRENCIAS PIC 9(03) VALUE ZEROS.
       77 QTD-GRAVES      PIC 9(03) VALUE ZEROS.
       77 LIMITROFE       PIC X(01) VALUE 'N'.
       77 TURMA-ATUAL     PIC X(06) VALUE SPACES.
       77 PRIMEIRA-TURMA  PIC X(01) VALUE 'S'.
       77 CASOS-TURMA     PIC 9(04) VALUE ZEROS.
       77 CASOS-NOVOS     PIC 9(04) VALUE ZEROS.
       77 CASOS-RETIRADOS PIC 9(04) VALUE ZEROS.
       77 TOTAL-CASOS     PIC 9(05) VALUE ZEROS.
       77 TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
       77 PERFIL-ATUAL    PIC X(01) VALUE SPACES.
       77 SIGNON-OK       PIC 9(01) VALUE ZEROS.
       77 SIGNON-FEITO    PIC X(01) VALUE 'N'.
       77 PERFIL-CHEFE-OK PIC X(01) VALUE 'N'.
      *    A MESMA REGRA DE PROMOCAO DO EX15 (MEDIA GERAL MINIMA 5 E NO
      *    MAXIMO DUAS REPROVACOES). E CASO LIMITROFE O ALUNO QUE ELA
      *    RETERIA MAS QUE FICOU A NO MAXIMO UM PONTO DA MEDIA MINIMA
      *    E COM NO MAXIMO UMA REPROVACAO ALEM DO LIMITE.
       77 MEDIA-MINIMA    PIC 9(02)V99 VALUE 5.
       77 MAX-REPROVACOES PIC 9(02) VALUE 2.
       77 MARGEM-MEDIA    PIC 9(02)V99 VALUE 1.
       77 MARGEM-REPROV   PIC 9(02) VALUE 1.
       77 MEDIA-LIMITE    PIC 9(02)V99 VALUE ZEROS.
       77 REPROV-LIMITE   PIC 9(02) VALUE ZEROS.
       77 EDT-MEDIA       PIC Z9.99.
       01 LINHA-DET.
           02 LPT-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LPT-NOME       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LPT-MEDIA      PIC Z9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LPT-REPROV     PIC Z9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LPT-FALTAS     PIC ZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LPT-OCOR       PIC ZZ9.
           02 FILLER         PIC X(01) VALUE '/'.
           02 LPT-GRAVES     PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LPT-DECISAO    PIC X(22).
       PROCEDURE DIVISION.
      *    CONSELHO DE CLASSE ANTES DO FECHAMENTO DO ANO (EX15). A
      *    REGRA DE PROMOCAO DO EX15 E CEGA: MEDIA ABAIXO DE 5 OU MAIS
      *    DE DUAS REPROVACOES, RETIDO. O REGIMENTO DEIXA O CONSELHO
      *    APROVAR O CASO LIMITROFE, E ESSA DECISAO ERA TOMADA NO
      *    PAPEL E DEPOIS ALGUEM EDITAVA O RESULT15.DAT NA MAO. AQUI:
      *    (P)AUTA LEVANTA OS CASOS LIMITROFES DO ANO E IMPRIME POR
      *    TURMA A MEDIA, AS REPROVACOES, AS FALTAS DO FREQ25.DAT E AS
      *    OCORRENCIAS DO OCOR47.DAT DE CADA UM; (D)ECIDIR REGISTRA O
      *    QUE O CONSELHO RESOLVEU, COM A JUSTIFICATIVA DA ATA E O
      *    OPERADOR. O EX15 LE CONSEL62.DAT E PROMOVE QUEM O CONSELHO
      *    APROVOU. DECIDIR MUDA O RESULTADO DO ANO: SO O PERFIL DE
      *    CHEFE.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO OPERADOR-ATUAL
               MOVE CTX-PERFIL   TO PERFIL-ATUAL
           END-IF
           PERFORM UNTIL ANO-LETIVO >= 1900 AND ANO-LETIVO <= 2999
               DISPLAY 'DIGITE O ANO LETIVO DO CONSELHO (EX: 2026)'
               ACCEPT ANO-LETIVO
           END-PERFORM
           COMPUTE MEDIA-LIMITE = MEDIA-MINIMA - MARGEM-MEDIA
           COMPUTE REPROV-LIMITE = MAX-REPROVACOES + MARGEM-REPROV

           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-NOTAS
           IF FS-NOTAS NOT = "00"
               DISPLAY 'NOTASF5.DAT NAO ENCONTRADO - RODE O EX5 '
                   'ANTES.'
               CLOSE ARQ-ALUNOS
               STOP RUN
           END-IF
           OPEN INPUT ARQ-FREQ
           IF FS-FREQ = "00"
               MOVE 'S' TO FREQ-ABERTO
           ELSE
               DISPLAY 'AVISO: DIARIO DE FREQUENCIA (FREQ25.DAT) '
                   'NAO ENCONTRADO - FALTAS SAEM ZERADAS NA PAUTA.'
           END-IF
           OPEN INPUT ARQ-OCOR
           IF FS-OCOR = "00"
               MOVE 'S' TO OCOR-ABERTO
           ELSE
               DISPLAY 'AVISO: OCORRENCIAS (OCOR47.DAT) NAO '
                   'ENCONTRADAS - SAEM ZERADAS NA PAUTA.'
           END-IF
           OPEN I-O ARQ-CONSELHO
           IF FS-CONSELHO = "35"
               OPEN OUTPUT ARQ-CONSELHO
               CLOSE ARQ-CONSELHO
               OPEN I-O ARQ-CONSELHO
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'CONSELHO DE CLASSE ' ANO-LETIVO ':'
               DISPLAY '(P)AUTA DOS CASOS LIMITROFES (D)ECIDIR CASO '
                   '(C)ONSULTAR CASO (F)IM'
               ACCEPT OPCAO
               IF OPCAO = 'P' OR OPCAO = 'p'
                   PERFORM LEVANTAR-CASOS
                   PERFORM IMPRIMIR-PAUTA
               ELSE
                   IF OPCAO = 'D' OR OPCAO = 'd'
                       PERFORM EXIGIR-PERFIL-CHEFE
                       IF PERFIL-CHEFE-OK = 'S'
                           PERFORM PEDIR-CASO
                           IF CASO-OK = 'S'
                               PERFORM DECIDIR-CASO
                           END-IF
                       END-IF
                   ELSE
                       IF OPCAO = 'C' OR OPCAO = 'c'
                           PERFORM PEDIR-CASO
                           IF CASO-OK = 'S'
                               PERFORM MOSTRAR-CASO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-CONSELHO
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-NOTAS
           IF FREQ-ABERTO = 'S'
               CLOSE ARQ-FREQ
           END-IF
           IF OCOR-ABERTO = 'S'
               CLOSE ARQ-OCOR
           END-IF
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

       LEVANTAR-CASOS.
      *    PASSA O CADASTRO INTEIRO COM A CONTA DO EX15. CASO NOVO
      *    ENTRA PENDENTE; CASO AINDA PENDENTE TEM OS NUMEROS
      *    ATUALIZADOS (UMA NOTA CORRIGIDA DEPOIS DA ULTIMA PAUTA) OU
      *    SAI DA PAUTA SE DEIXOU DE SER LIMITROFE. CASO JA DECIDIDO
      *    FICA COMO O CONSELHO O JULGOU.
           MOVE ZEROS TO CASOS-NOVOS
           MOVE ZEROS TO CASOS-RETIRADOS
           MOVE 'N' TO FIM-ALUNOS
           MOVE ZEROS TO AL-MATRICULA
           START ARQ-ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       IF AL-SITUACAO = 'A'
                           PERFORM AVALIAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PAUTA ATUALIZADA: ' CASOS-NOVOS ' CASO(S) NOVO(S), '
               CASOS-RETIRADOS ' RETIRADO(S).'.

       AVALIAR-ALUNO.
           MOVE AL-MATRICULA TO MATRICULA
           PERFORM APURAR-NOTAS
           MOVE 'N' TO LIMITROFE
           IF QTD-LANCAMENTOS > 0
               COMPUTE MEDIA-GERAL ROUNDED =
                   SOMA-NOTAS / QTD-LANCAMENTOS
               IF MEDIA-GERAL < MEDIA-MINIMA
                  OR QTD-REPROVACOES > MAX-REPROVACOES
                   IF MEDIA-GERAL NOT < MEDIA-LIMITE
                      AND QTD-REPROVACOES NOT > REPROV-LIMITE
                       MOVE 'S' TO LIMITROFE
                   END-IF
               END-IF
           END-IF

           MOVE ANO-LETIVO   TO CS-ANO
           MOVE AL-TURMA     TO CS-TURMA
           MOVE AL-MATRICULA TO CS-MATRICULA
           IF LIMITROFE = 'S'
               PERFORM APURAR-FALTAS
               PERFORM APURAR-OCORRENCIAS
               READ ARQ-CONSELHO
                   INVALID KEY
                       PERFORM PREENCHER-NUMEROS
                       MOVE 'P'    TO CS-DECISAO
                       MOVE SPACES TO CS-JUSTIFICATIVA
                       MOVE ZEROS  TO CS-DATA-DECISAO
                       MOVE ZEROS  TO CS-OPERADOR
                       WRITE REG-CONSELHO
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR O CASO '
                                   MATRICULA ': ' FS-CONSELHO
                           NOT INVALID KEY
                               ADD 1 TO CASOS-NOVOS
                       END-WRITE
                   NOT INVALID KEY
                       IF CS-DECISAO = 'P'
                           PERFORM PREENCHER-NUMEROS
                           REWRITE REG-CONSELHO
                               INVALID KEY
                                   DISPLAY 'ERRO AO ATUALIZAR O CASO '
                                       MATRICULA ': ' FS-CONSELHO
                           END-REWRITE
                       END-IF
               END-READ
           ELSE
               READ ARQ-CONSELHO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-DECISAO = 'P'
                           DELETE ARQ-CONSELHO
                               INVALID KEY
                                   DISPLAY 'ERRO AO RETIRAR O CASO '
                                       MATRICULA ': ' FS-CONSELHO
                               NOT INVALID KEY
                                   ADD 1 TO CASOS-RETIRADOS
                           END-DELETE
                       END-IF
               END-READ
           END-IF.

       PREENCHER-NUMEROS.
           MOVE MEDIA-GERAL     TO CS-MEDIA
           MOVE QTD-REPROVACOES TO CS-REPROVACOES
           MOVE QTD-FALTAS      TO CS-FALTAS
           MOVE QTD-OCORRENCIAS TO CS-OCORRENCIAS
           MOVE QTD-GRAVES      TO CS-OCOR-GRAVES.

       APURAR-NOTAS.
      *    A MESMA CONTA DO FECHAMENTO DO EX15: TODOS OS LANCAMENTOS
      *    DO ANO (OS DOIS PERIODOS) PELA CHAVE MATRICULA+ANO.
           MOVE ZEROS TO SOMA-NOTAS
           MOVE ZEROS TO QTD-LANCAMENTOS
           MOVE ZEROS TO QTD-REPROVACOES
           MOVE ZEROS TO MEDIA-GERAL
           MOVE 'N' TO FIM-NOTAS
           MOVE MATRICULA TO CN-MATRICULA
           MOVE ANO-LETIVO TO CN-ANO-LETIVO
           MOVE ZEROS TO CN-PERIODO
           MOVE LOW-VALUES TO CN-MATERIA
           START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
               INVALID KEY
                   MOVE 'S' TO FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS = 'S'
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-NOTAS
                   NOT AT END
                       IF CN-MATRICULA NOT = MATRICULA
                          OR CN-ANO-LETIVO NOT = ANO-LETIVO
                           MOVE 'S' TO FIM-NOTAS
                       ELSE
                           ADD 1 TO QTD-LANCAMENTOS
                           ADD CN-NOTA TO SOMA-NOTAS
                           IF CN-SITUACAO = 'REPROVADO'
                              OR CN-SITUACAO = 'REPROVADO POR FALTA'
                               ADD 1 TO QTD-REPROVACOES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APURAR-FALTAS.
      *    TODOS OS 'F' DO DIARIO DO EX25 NO ANO, EM QUALQUER
      *    PERIODO E DISCIPLINA.
           MOVE ZEROS TO QTD-FALTAS
           IF FREQ-ABERTO = 'S'
               MOVE 'N' TO FIM-FREQ
               MOVE MATRICULA  TO FQ-MATRICULA
               MOVE ANO-LETIVO TO FQ-ANO
               MOVE ZEROS      TO FQ-PERIODO
               MOVE LOW-VALUES TO FQ-DISCIPLINA
               MOVE ZEROS      TO FQ-DATA
               START ARQ-FREQ KEY IS NOT LESS THAN FQ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-FREQ
               END-START
               PERFORM UNTIL FIM-FREQ = 'S'
                   READ ARQ-FREQ NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FREQ
                       NOT AT END
                           IF FQ-MATRICULA NOT = MATRICULA
                              OR FQ-ANO NOT = ANO-LETIVO
                               MOVE 'S' TO FIM-FREQ
                           ELSE
                               IF FQ-PRESENCA = 'F'
                                   ADD 1 TO QTD-FALTAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       APURAR-OCORRENCIAS.
      *    OCORRENCIAS DO EX47 DENTRO DO ANO LETIVO, COMO NO RODAPE
      *    DO BOLETIM DO EX7, SEPARANDO AS GRAVES.
           MOVE ZEROS TO QTD-OCORRENCIAS
           MOVE ZEROS TO QTD-GRAVES
           IF OCOR-ABERTO = 'S'
               MOVE 'N' TO FIM-OCOR
               MOVE MATRICULA TO OC-MATRICULA
               MOVE ZEROS TO OC-DATA
               MOVE ZEROS TO OC-SEQ
               START ARQ-OCOR KEY IS NOT LESS THAN OC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-OCOR
               END-START
               PERFORM UNTIL FIM-OCOR = 'S'
                   READ ARQ-OCOR NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-OCOR
                       NOT AT END
                           IF OC-MATRICULA NOT = MATRICULA
                               MOVE 'S' TO FIM-OCOR
                           ELSE
                               IF OC-DATA(1:4) = ANO-LETIVO
                                   ADD 1 TO QTD-OCORRENCIAS
                                   IF OC-GRAVIDADE = 'G'
                                       ADD 1 TO QTD-GRAVES
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       IMPRIMIR-PAUTA.
      *    A CHAVE DE CONSEL62.DAT COMECA POR ANO E TURMA, ENTAO A
      *    LEITURA EM SEQUENCIA JA ENTREGA OS CASOS AGRUPADOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           MOVE ZEROS TO TOTAL-CASOS
           MOVE ZEROS TO TOTAL-PENDENTES
           MOVE ZEROS TO CASOS-TURMA
           MOVE 'S' TO PRIMEIRA-TURMA
           OPEN OUTPUT ARQ-PAUTA
           MOVE SPACES TO LINHA-PAUTA
           STRING 'PAUTA DO CONSELHO DE CLASSE - ANO LETIVO '
               ANO-LETIVO ' - EMITIDA EM ' DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA
           MOVE MEDIA-LIMITE TO EDT-MEDIA
           STRING 'CASOS LIMITROFES: RETIDOS PELA REGRA COM MEDIA '
               'GERAL A PARTIR DE ' EDT-MEDIA ' E ATE ' REPROV-LIMITE
               ' REPROVACOES'
               DELIMITED BY SIZE INTO LINHA-PAUTA
           WRITE LINHA-PAUTA

           MOVE 'N' TO FIM-PAUTA
           MOVE ANO-LETIVO TO CS-ANO
           MOVE LOW-VALUES TO CS-TURMA
           MOVE ZEROS TO CS-MATRICULA
           START ARQ-CONSELHO KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PAUTA
           END-START
           PERFORM UNTIL FIM-PAUTA = 'S'
               READ ARQ-CONSELHO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PAUTA
                   NOT AT END
                       IF CS-ANO NOT = ANO-LETIVO
                           MOVE 'S' TO FIM-PAUTA
                       ELSE
                           IF PRIMEIRA-TURMA = 'S'
                              OR CS-TURMA NOT = TURMA-ATUAL
                               PERFORM QUEBRAR-TURMA
                           END-IF
                           PERFORM IMPRIMIR-CASO
                       END-IF
               END-READ
           END-PERFORM
           IF PRIMEIRA-TURMA = 'N'
               PERFORM FECHAR-TURMA
           END-IF

           MOVE SPACES TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA
           STRING 'TOTAL: ' TOTAL-CASOS ' CASO(S), ' TOTAL-PENDENTES
               ' AINDA SEM DECISAO'
               DELIMITED BY SIZE INTO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE 'ASSINATURAS DO CONSELHO DE CLASSE:' TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE 'DIRECAO: ______________________  COORDENACAO: '
               TO LINHA-PAUTA
           MOVE '______________________' TO LINHA-PAUTA(48:22)
           WRITE LINHA-PAUTA
           CLOSE ARQ-PAUTA
           DISPLAY TOTAL-CASOS ' CASO(S) NA PAUTA, ' TOTAL-PENDENTES
               ' SEM DECISAO - PAUTA EM CONSEL62.PRT.'.

       QUEBRAR-TURMA.
           IF PRIMEIRA-TURMA = 'N'
               PERFORM FECHAR-TURMA
           END-IF
           MOVE 'N' TO PRIMEIRA-TURMA
           MOVE CS-TURMA TO TURMA-ATUAL
           MOVE ZEROS TO CASOS-TURMA
           MOVE SPACES TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA
           IF TURMA-ATUAL = SPACES
               MOVE 'TURMA: (SEM TURMA)' TO LINHA-PAUTA
           ELSE
               STRING 'TURMA: ' TURMA-ATUAL
                   DELIMITED BY SIZE INTO LINHA-PAUTA
           END-IF
           WRITE LINHA-PAUTA
           MOVE 'MATRIC  NOME                            MEDIA  REP  '
               TO LINHA-PAUTA
           MOVE 'FALT  OCOR/GRV  DECISAO' TO LINHA-PAUTA(54:23)
           WRITE LINHA-PAUTA.

       FECHAR-TURMA.
           MOVE SPACES TO LINHA-PAUTA
           STRING 'CASOS DA TURMA: ' CASOS-TURMA
               DELIMITED BY SIZE INTO LINHA-PAUTA
           WRITE LINHA-PAUTA.

       IMPRIMIR-CASO.
           ADD 1 TO CASOS-TURMA
           ADD 1 TO TOTAL-CASOS
           MOVE CS-MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE '** FORA DO CADASTRO **' TO AL-NOME
           END-READ
           MOVE CS-MATRICULA   TO LPT-MATRICULA
           MOVE AL-NOME        TO LPT-NOME
           MOVE CS-MEDIA       TO LPT-MEDIA
           MOVE CS-REPROVACOES TO LPT-REPROV
           MOVE CS-FALTAS      TO LPT-FALTAS
           MOVE CS-OCORRENCIAS TO LPT-OCOR
           MOVE CS-OCOR-GRAVES TO LPT-GRAVES
           PERFORM NOME-DECISAO
           MOVE LINHA-DET TO LINHA-PAUTA
           WRITE LINHA-PAUTA
      *    CASO PENDENTE SAI COM O CAMPO PARA O CONSELHO MARCAR NA
      *    REUNIAO; CASO DECIDIDO SAI COM A JUSTIFICATIVA REGISTRADA.
           MOVE SPACES TO LINHA-PAUTA
           IF CS-DECISAO = 'P'
               ADD 1 TO TOTAL-PENDENTES
               MOVE '        ( ) APROVA  ( ) RETEM  JUSTIFICATIVA: '
                   TO LINHA-PAUTA
               MOVE ALL '_' TO LINHA-PAUTA(48:40)
           ELSE
               STRING '        ' CS-JUSTIFICATIVA ' (OPER. '
                   CS-OPERADOR ' EM ' CS-DATA-DECISAO ')'
                   DELIMITED BY SIZE INTO LINHA-PAUTA
           END-IF
           WRITE LINHA-PAUTA.

       NOME-DECISAO.
           IF CS-DECISAO = 'A'
               MOVE 'APROVADO PELO CONSELHO' TO LPT-DECISAO
           ELSE
               IF CS-DECISAO = 'R'
                   MOVE 'RETENCAO MANTIDA' TO LPT-DECISAO
               ELSE
                   MOVE 'PENDENTE' TO LPT-DECISAO
               END-IF
           END-IF.

       PEDIR-CASO.
           MOVE 'N' TO CASO-OK
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
           MOVE MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA
               NOT INVALID KEY
                   MOVE ANO-LETIVO TO CS-ANO
                   MOVE AL-TURMA   TO CS-TURMA
                   MOVE MATRICULA  TO CS-MATRICULA
                   READ ARQ-CONSELHO
                       INVALID KEY
                           DISPLAY 'O ALUNO NAO ESTA NA PAUTA DO '
                               'CONSELHO DE ' ANO-LETIVO
                               ' - RODE A (P)AUTA ANTES.'
                       NOT INVALID KEY
                           MOVE 'S' TO CASO-OK
                   END-READ
           END-READ.

       MOSTRAR-CASO.
           PERFORM NOME-DECISAO
           DISPLAY 'ALUNO: ' AL-NOME ' TURMA: ' CS-TURMA
           DISPLAY 'MEDIA GERAL: ' CS-MEDIA ' REPROVACOES: '
               CS-REPROVACOES ' FALTAS: ' CS-FALTAS
           DISPLAY 'OCORRENCIAS: ' CS-OCORRENCIAS ' (GRAVES: '
               CS-OCOR-GRAVES ')'
           DISPLAY 'DECISAO: ' LPT-DECISAO
           IF CS-DECISAO NOT = 'P'
               DISPLAY 'JUSTIFICATIVA: ' CS-JUSTIFICATIVA
               DISPLAY 'REGISTRADA EM ' CS-DATA-DECISAO
                   ' PELO OPERADOR ' CS-OPERADOR
           END-IF.

       DECIDIR-CASO.
      *    O CONSELHO PODE REVER UMA DECISAO JA REGISTRADA (NOVA
      *    REUNIAO); A TROCA FICA NA AUDITORIA. VALE NO PROXIMO
      *    FECHAMENTO DO EX15.
           PERFORM MOSTRAR-CASO
           MOVE SPACES TO DECISAO-NOVA
           PERFORM UNTIL DECISAO-NOVA = 'A' OR DECISAO-NOVA = 'R'
               DISPLAY 'DECISAO DO CONSELHO: (A)PROVAR OU (R)ETER?'
               ACCEPT DECISAO-NOVA
               IF DECISAO-NOVA = 'a'
                   MOVE 'A' TO DECISAO-NOVA
               END-IF
               IF DECISAO-NOVA = 'r'
                   MOVE 'R' TO DECISAO-NOVA
               END-IF
           END-PERFORM
           MOVE SPACES TO JUSTIFICATIVA
           PERFORM UNTIL JUSTIFICATIVA NOT = SPACES
               DISPLAY 'JUSTIFICATIVA (COMO CONSTA NA ATA):'
               ACCEPT JUSTIFICATIVA
           END-PERFORM
           DISPLAY 'CONFIRMA A DECISAO? (S/N)'
           ACCEPT RESPOSTA
           IF RESPOSTA = 'S' OR RESPOSTA = 's'
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
               MOVE DECISAO-NOVA   TO CS-DECISAO
               MOVE JUSTIFICATIVA  TO CS-JUSTIFICATIVA
               MOVE DATA-HOJE      TO CS-DATA-DECISAO
               MOVE OPERADOR-ATUAL TO CS-OPERADOR
               REWRITE REG-CONSELHO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A DECISAO: '
                           FS-CONSELHO
                   NOT INVALID KEY
                       DISPLAY 'DECISAO REGISTRADA - VALE NO PROXIMO '
                           'FECHAMENTO DO EX15.'
                       MOVE 'CONSELHO' TO AUD-ACAO
                       MOVE SPACES TO AUD-CHAVE
                       STRING 'ANO=' ANO-LETIVO ' MATRICULA='
                           MATRICULA ' TURMA=' CS-TURMA
                           DELIMITED BY SIZE INTO AUD-CHAVE
                       MOVE SPACES TO AUD-VALOR
                       STRING 'DECISAO=' CS-DECISAO ' '
                           CS-JUSTIFICATIVA
                           DELIMITED BY SIZE INTO AUD-VALOR
                       PERFORM GRAVAR-AUDITORIA
               END-REWRITE
           ELSE
               DISPLAY 'DECISAO NAO GRAVADA.'
           END-IF.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM GRAVOU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX62' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           MOVE OPERADOR-ATUAL TO AUD-OPERADOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM EX62.
