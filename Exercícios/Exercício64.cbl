       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX64.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DECLAR ASSIGN TO "DECLAR64.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-PROTOCOLO
               FILE STATUS IS FS-DECLAR.

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

           SELECT ARQ-DOCUMENTO ASSIGN TO "DECLAR64.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOCUMENTO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DECLAR.
           COPY DECLAR.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-FREQ.
           COPY FREQ.

       FD  ARQ-DOCUMENTO.
       01  LINHA-DOC PIC X(80).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-DECLAR       PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-FREQ         PIC X(02) VALUE SPACES.
       77 FS-DOCUMENTO    PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 TIPO-DECLARACAO PIC X(01) VALUE SPACES.
       77 MATRICULA       PIC 9(06) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 ALUNO-OK        PIC X(01) VALUE 'N'.
       77 DOCUMENTO-OK    PIC X(01) VALUE 'N'.
       77 NOTAS-ABERTO    PIC X(01) VALUE 'N'.
       77 FREQ-ABERTO     PIC X(01) VALUE 'N'.
       77 FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 ANO-REF         PIC 9(04) VALUE ZEROS.
       77 PERIODO-REF     PIC 9(01) VALUE ZEROS.
       77 FINALIDADE      PIC X(30) VALUE SPACES.
       77 NUMERO-PROTOCOLO PIC 9(06) VALUE ZEROS.
       77 CODIGO-DIGITADO PIC 9(06) VALUE ZEROS.
       77 CODIGO-OK       PIC 9(01) VALUE ZEROS.
       77 QTD-LISTADOS    PIC 9(04) VALUE ZEROS.
       77 NOTAS-LISTADAS  PIC 9(04) VALUE ZEROS.
       77 DESCRICAO-SITUACAO PIC X(20) VALUE SPACES.
       77 GRUPO-DISCIPLINA PIC X(06) VALUE SPACES.
       77 TEM-GRUPO       PIC X(01) VALUE 'N'.
       77 PRESENCAS-GRUPO PIC 9(03) VALUE ZEROS.
       77 FALTAS-GRUPO    PIC 9(03) VALUE ZEROS.
       77 TOTAL-PRESENCAS PIC 9(04) VALUE ZEROS.
       77 TOTAL-AULAS     PIC 9(04) VALUE ZEROS.
       77 PERC-FREQUENCIA PIC 9(03) VALUE ZEROS.
       77 OPERADOR-ATUAL  PIC 9(04) VALUE ZEROS.
      *    CODIGO DE VALIDACAO: MESMA SOMA DE CONTROLE DO SELO DAS
      *    NOTAS DO EX5 (NUMEROS MAIS O VALOR DAS LETRAS), REDUZIDA A
      *    CINCO ALGARISMOS E COMPLETADA PELO DIGITO QUE A MATRDV
      *    ACEITA.
       77 CHECKSUM        PIC 9(10) VALUE ZEROS.
       77 EH-PRIMO        PIC 9(01).
       77 IDX-CHECKSUM    PIC 9(03).
       77 QUOCIENTE       PIC 9(10) VALUE ZEROS.
       77 BASE-CODIGO     PIC 9(05) VALUE ZEROS.
       77 DIGITO-TESTE    PIC 9(02) VALUE ZEROS.
       77 CODIGO-CALCULADO PIC 9(06) VALUE ZEROS.
       77 SELO-CALCULADO  PIC X(01) VALUE SPACES.
       01 LINHA-NOTA.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LG-ANO         PIC 9(04).
           02 FILLER         PIC X(01) VALUE '-'.
           02 LG-PERIODO     PIC 9(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LG-MATERIA     PIC X(15).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LG-NOTA        PIC Z9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LG-SITUACAO    PIC X(20).
       01 LINHA-FREQ.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LF-DISCIPLINA  PIC X(06).
           02 FILLER         PIC X(13) VALUE '   PRESENCAS '.
           02 LF-PRESENCAS   PIC ZZ9.
           02 FILLER         PIC X(09) VALUE '  FALTAS '.
           02 LF-FALTAS      PIC ZZ9.
       PROCEDURE DIVISION.
      *    DECLARACOES DA SECRETARIA: DE MATRICULA, DE FREQUENCIA E DE
      *    ESCOLARIDADE, IMPRESSAS DIRETO DOS ARQUIVOS MESTRES (ALUNOS,
      *    DIARIO DO EX25, NOTAS DO EX5) EM VEZ DE DATILOGRAFADAS E
      *    CONFERIDAS DE OLHO. CADA DECLARACAO LEVA UM NUMERO DE
      *    PROTOCOLO SEQUENCIAL E UM CODIGO DE VALIDACAO, E FICA NO
      *    REGISTRO DE DECLARACOES EMITIDAS (DECLAR64.DAT). QUANDO UMA
      *    EMPRESA OU UM BANCO PERGUNTA SE A DECLARACAO E AUTENTICA, A
      *    SECRETARIA DIGITA O PROTOCOLO E O CODIGO E CONFERE O TEOR
      *    NO REGISTRO. AS DECLARACOES SAO ACRESCENTADAS AO ARQUIVO DE
      *    IMPRESSAO, COMO O RECIBO DO EX27.
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO OPERADOR-ATUAL
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE

           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               STOP RUN
           END-IF
           OPEN I-O ARQ-DECLAR
           IF FS-DECLAR = "35"
               OPEN OUTPUT ARQ-DECLAR
               CLOSE ARQ-DECLAR
               OPEN I-O ARQ-DECLAR
           END-IF
           OPEN INPUT ARQ-NOTAS
           IF FS-NOTAS = "00"
               MOVE 'S' TO NOTAS-ABERTO
           ELSE
               DISPLAY 'AVISO: NOTASF5.DAT NAO ENCONTRADO - SEM '
                   'DECLARACAO DE ESCOLARIDADE.'
           END-IF
           OPEN INPUT ARQ-FREQ
           IF FS-FREQ = "00"
               MOVE 'S' TO FREQ-ABERTO
           ELSE
               DISPLAY 'AVISO: FREQ25.DAT NAO ENCONTRADO - SEM '
                   'DECLARACAO DE FREQUENCIA.'
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'DECLARACOES DA SECRETARIA:'
               DISPLAY '(E)MITIR (V)ALIDAR PROTOCOLO (L)ISTAR DO ALUNO '
                   '(F)IM'
               ACCEPT OPCAO
               IF OPCAO = 'E' OR OPCAO = 'e'
                   PERFORM EMITIR-DECLARACAO
               ELSE
                   IF OPCAO = 'V' OR OPCAO = 'v'
                       PERFORM VALIDAR-PROTOCOLO
                   ELSE
                       IF OPCAO = 'L' OR OPCAO = 'l'
                           PERFORM PEDIR-MATRICULA
                           PERFORM LISTAR-DECLARACOES-ALUNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-DECLAR
           CLOSE ARQ-ALUNOS
           IF NOTAS-ABERTO = 'S'
               CLOSE ARQ-NOTAS
           END-IF
           IF FREQ-ABERTO = 'S'
               CLOSE ARQ-FREQ
           END-IF
           STOP RUN.

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

       EMITIR-DECLARACAO.
      *    CADA TIPO TEM A SUA CONDICAO: MATRICULA SO PARA ALUNO
      *    ATIVO; FREQUENCIA SO COM DIAS LANCADOS NO PERIODO PEDIDO;
      *    ESCOLARIDADE PARA QUALQUER SITUACAO (A DECLARACAO DIZ QUAL).
           PERFORM PEDIR-MATRICULA
           MOVE 'N' TO ALUNO-OK
           MOVE MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA
               NOT INVALID KEY
                   MOVE 'S' TO ALUNO-OK
           END-READ
           IF ALUNO-OK = 'S'
               DISPLAY 'ALUNO: ' AL-NOME ' TURMA: ' AL-TURMA
                   ' SITUACAO: ' AL-SITUACAO
               DISPLAY 'TIPO DE DECLARACAO: (M)ATRICULA, (F)REQUENCIA '
                   'OU (E)SCOLARIDADE?'
               ACCEPT TIPO-DECLARACAO
               IF TIPO-DECLARACAO = 'm'
                   MOVE 'M' TO TIPO-DECLARACAO
               END-IF
               IF TIPO-DECLARACAO = 'f'
                   MOVE 'F' TO TIPO-DECLARACAO
               END-IF
               IF TIPO-DECLARACAO = 'e'
                   MOVE 'E' TO TIPO-DECLARACAO
               END-IF
               MOVE ZEROS TO ANO-REF
               MOVE ZEROS TO PERIODO-REF
               MOVE 'N' TO DOCUMENTO-OK
               IF TIPO-DECLARACAO = 'M'
                   PERFORM CONFERIR-MATRICULA
               ELSE
                   IF TIPO-DECLARACAO = 'F'
                       PERFORM CONFERIR-FREQUENCIA
                   ELSE
                       IF TIPO-DECLARACAO = 'E'
                           PERFORM CONFERIR-ESCOLARIDADE
                       ELSE
                           DISPLAY 'TIPO DE DECLARACAO INVALIDO.'
                       END-IF
                   END-IF
               END-IF
               IF DOCUMENTO-OK = 'S'
                   DISPLAY 'FINALIDADE (EX.: FINS BANCARIOS; ENTER '
                       'PARA OS DEVIDOS FINS):'
                   MOVE SPACES TO FINALIDADE
                   ACCEPT FINALIDADE
                   IF FINALIDADE = SPACES
                       MOVE 'OS DEVIDOS FINS' TO FINALIDADE
                   END-IF
                   PERFORM GRAVAR-DECLARACAO
               END-IF
           END-IF.

       CONFERIR-MATRICULA.
           IF AL-SITUACAO NOT = 'A'
               DISPLAY 'DECLARACAO DE MATRICULA SO PARA ALUNO ATIVO - '
                   'SITUACAO ATUAL: ' AL-SITUACAO
           ELSE
               MOVE DATA-HOJE(1:4) TO ANO-REF
               MOVE 'S' TO DOCUMENTO-OK
           END-IF.

       CONFERIR-FREQUENCIA.
           IF FREQ-ABERTO NOT = 'S'
               DISPLAY 'SEM DIARIO DE FREQUENCIA (FREQ25.DAT) - RODE '
                   'O EX25 ANTES.'
           ELSE
               DISPLAY 'ANO LETIVO DA FREQUENCIA (AAAA):'
               ACCEPT ANO-REF
               DISPLAY 'PERIODO (1 OU 2):'
               ACCEPT PERIODO-REF
               PERFORM POSICIONAR-FREQUENCIA
               IF FIM-ARQUIVO = 'N'
                   READ ARQ-FREQ NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                   END-READ
               END-IF
               IF FIM-ARQUIVO = 'N'
                  AND FQ-MATRICULA = MATRICULA
                  AND FQ-ANO = ANO-REF
                  AND FQ-PERIODO = PERIODO-REF
                   MOVE 'S' TO DOCUMENTO-OK
               ELSE
                   DISPLAY 'NENHUM DIA DE FREQUENCIA LANCADO PARA O '
                       'ALUNO EM ' ANO-REF '-' PERIODO-REF '.'
               END-IF
           END-IF.

       CONFERIR-ESCOLARIDADE.
           IF NOTAS-ABERTO NOT = 'S'
               DISPLAY 'SEM ARQUIVO DE NOTAS (NOTASF5.DAT) - RODE O '
                   'EX5 ANTES.'
           ELSE
               MOVE DATA-HOJE(1:4) TO ANO-REF
               MOVE 'S' TO DOCUMENTO-OK
           END-IF.

       POSICIONAR-FREQUENCIA.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE MATRICULA TO FQ-MATRICULA
           MOVE ANO-REF TO FQ-ANO
           MOVE PERIODO-REF TO FQ-PERIODO
           MOVE SPACES TO FQ-DISCIPLINA
           MOVE ZEROS TO FQ-DATA
           START ARQ-FREQ KEY IS NOT LESS THAN FQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START.

       GRAVAR-DECLARACAO.
      *    O RESUMO E APURADO ANTES, PARA O CODIGO DE VALIDACAO SER
      *    CALCULADO SOBRE O REGISTRO COMPLETO. A DECLARACAO SO E
      *    IMPRESSA DEPOIS QUE O REGISTRO FOI GRAVADO: PAPEL COM
      *    CODIGO QUE NAO ESTA NO ARQUIVO NAO PODERIA SER VALIDADO.
           PERFORM OBTER-PROXIMO-PROTOCOLO
           MOVE NUMERO-PROTOCOLO TO DC-PROTOCOLO
           MOVE TIPO-DECLARACAO  TO DC-TIPO
           MOVE MATRICULA        TO DC-MATRICULA
           MOVE AL-NOME          TO DC-NOME
           MOVE ANO-REF          TO DC-ANO-REF
           MOVE PERIODO-REF      TO DC-PERIODO-REF
           MOVE SPACES           TO DC-RESUMO
           MOVE FINALIDADE       TO DC-FINALIDADE
           MOVE DATA-HOJE        TO DC-DATA-EMISSAO
           MOVE OPERADOR-ATUAL   TO DC-OPERADOR
           PERFORM MONTAR-RESUMO
           PERFORM CALCULAR-CODIGO-VALIDACAO
           MOVE CODIGO-CALCULADO TO DC-CODIGO
           MOVE SELO-CALCULADO   TO DC-SELO

           WRITE REG-DECLAR
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O REGISTRO DA DECLARACAO: '
                       FS-DECLAR ' - DECLARACAO NAO EMITIDA.'
               NOT INVALID KEY
                   PERFORM IMPRIMIR-DECLARACAO
           END-WRITE.

       IMPRIMIR-DECLARACAO.
           OPEN EXTEND ARQ-DOCUMENTO
           IF FS-DOCUMENTO = "05" OR FS-DOCUMENTO = "35"
               CLOSE ARQ-DOCUMENTO
               OPEN OUTPUT ARQ-DOCUMENTO
           END-IF
           PERFORM ESCREVER-CABECALHO
           IF DC-TIPO = 'M'
               PERFORM ESCREVER-CORPO-MATRICULA
           ELSE
               IF DC-TIPO = 'F'
                   PERFORM ESCREVER-CORPO-FREQUENCIA
               ELSE
                   PERFORM ESCREVER-CORPO-ESCOLARIDADE
               END-IF
           END-IF
           PERFORM ESCREVER-RODAPE
           CLOSE ARQ-DOCUMENTO
           MOVE 'DECLARACAO' TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           STRING 'PROTOCOLO=' DC-PROTOCOLO ' MATRICULA='
               DC-MATRICULA
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'TIPO=' DC-TIPO ' CODIGO=' DC-CODIGO '-' DC-SELO
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA
           DISPLAY 'DECLARACAO EMITIDA EM DECLAR64.PRT - PROTOCOLO '
               DC-PROTOCOLO ' CODIGO ' DC-CODIGO '-' DC-SELO.

       MONTAR-RESUMO.
      *    O QUE A DECLARACAO AFIRMA, EM UMA LINHA: AS MESMAS CONTAS
      *    QUE O CORPO IMPRESSO VAI MOSTRAR.
           IF DC-TIPO = 'M'
               STRING 'MATRICULADO EM ' DC-ANO-REF ' TURMA ' AL-TURMA
                   DELIMITED BY SIZE INTO DC-RESUMO
           ELSE
               IF DC-TIPO = 'F'
                   PERFORM CONTAR-FREQUENCIA
                   STRING 'FREQUENCIA ' PERC-FREQUENCIA '% EM '
                       DC-ANO-REF '-' DC-PERIODO-REF ' ('
                       TOTAL-AULAS ' AULAS)'
                       DELIMITED BY SIZE INTO DC-RESUMO
               ELSE
                   PERFORM DESCREVER-SITUACAO
                   PERFORM CONTAR-NOTAS
                   STRING DESCRICAO-SITUACAO ' - ' NOTAS-LISTADAS
                       ' RESULTADO(S)'
                       DELIMITED BY SIZE INTO DC-RESUMO
               END-IF
           END-IF.

       CONTAR-FREQUENCIA.
           MOVE ZEROS TO TOTAL-PRESENCAS
           MOVE ZEROS TO TOTAL-AULAS
           PERFORM POSICIONAR-FREQUENCIA
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-FREQ NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF FQ-MATRICULA NOT = MATRICULA
                          OR FQ-ANO NOT = DC-ANO-REF
                          OR FQ-PERIODO NOT = DC-PERIODO-REF
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           ADD 1 TO TOTAL-AULAS
                           IF FQ-PRESENCA NOT = 'F'
                               ADD 1 TO TOTAL-PRESENCAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO PERC-FREQUENCIA
           IF TOTAL-AULAS > 0
               COMPUTE PERC-FREQUENCIA =
                   TOTAL-PRESENCAS * 100 / TOTAL-AULAS
           END-IF.

       CONTAR-NOTAS.
           MOVE ZEROS TO NOTAS-LISTADAS
           PERFORM POSICIONAR-NOTAS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CN-MATRICULA NOT = MATRICULA
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           ADD 1 TO NOTAS-LISTADAS
                       END-IF
               END-READ
           END-PERFORM.

       POSICIONAR-NOTAS.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE MATRICULA TO CN-MATRICULA
           MOVE ZEROS TO CN-ANO-LETIVO
           MOVE ZEROS TO CN-PERIODO
           MOVE LOW-VALUES TO CN-MATERIA
           START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START.

       OBTER-PROXIMO-PROTOCOLO.
      *    O PROXIMO PROTOCOLO E O MAIOR JA USADO MAIS UM, COMO O
      *    NUMERO DO ACORDO DO EX61: START NO FIM DA CHAVE NAO DA O
      *    ULTIMO REGISTRO, ENTAO O ARQUIVO E LIDO ATE O FIM.
           MOVE ZEROS TO NUMERO-PROTOCOLO
           MOVE 'N' TO FIM-ARQUIVO
           MOVE ZEROS TO DC-PROTOCOLO
           START ARQ-DECLAR KEY IS NOT LESS THAN DC-PROTOCOLO
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-DECLAR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       MOVE DC-PROTOCOLO TO NUMERO-PROTOCOLO
               END-READ
           END-PERFORM
           ADD 1 TO NUMERO-PROTOCOLO.

       ESCREVER-CABECALHO.
           MOVE ALL '-' TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE 'SECRETARIA ESCOLAR' TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           IF DC-TIPO = 'M'
               STRING 'DECLARACAO DE MATRICULA       PROTOCOLO NO '
                   DC-PROTOCOLO
                   DELIMITED BY SIZE INTO LINHA-DOC
           ELSE
               IF DC-TIPO = 'F'
                   STRING 'DECLARACAO DE FREQUENCIA      PROTOCOLO NO '
                       DC-PROTOCOLO
                       DELIMITED BY SIZE INTO LINHA-DOC
               ELSE
                   STRING 'DECLARACAO DE ESCOLARIDADE    PROTOCOLO NO '
                       DC-PROTOCOLO
                       DELIMITED BY SIZE INTO LINHA-DOC
               END-IF
           END-IF
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE 'DECLARAMOS, PARA OS FINS QUE SE FIZEREM NECESSARIOS,'
               TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING 'QUE ' AL-NOME ', MATRICULA ' MATRICULA ','
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC.

       ESCREVER-CORPO-MATRICULA.
           MOVE SPACES TO LINHA-DOC
           STRING 'ESTA REGULARMENTE MATRICULADO(A) NESTA ESCOLA NO '
               'ANO LETIVO DE ' DC-ANO-REF ','
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           IF AL-CURSO = SPACES
               STRING 'TURMA ' AL-TURMA '.'
                   DELIMITED BY SIZE INTO LINHA-DOC
           ELSE
               STRING 'CURSO ' AL-CURSO ', TURMA ' AL-TURMA '.'
                   DELIMITED BY SIZE INTO LINHA-DOC
           END-IF
           WRITE LINHA-DOC.

       ESCREVER-CORPO-FREQUENCIA.
      *    O DIARIO E LIDO NA ORDEM DA CHAVE, ENTAO OS DIAS DE CADA
      *    DISCIPLINA DO PERIODO CHEGAM AGRUPADOS, COMO NA GUIA DE
      *    TRANSFERENCIA DO EX43.
           MOVE SPACES TO LINHA-DOC
           STRING 'TEVE NO PERIODO ' DC-ANO-REF '-' DC-PERIODO-REF
               ' A SEGUINTE FREQUENCIA REGISTRADA NO DIARIO DE CLASSE:'
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE ZEROS TO TOTAL-PRESENCAS
           MOVE ZEROS TO TOTAL-AULAS
           MOVE 'N' TO TEM-GRUPO
           PERFORM POSICIONAR-FREQUENCIA
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-FREQ NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF FQ-MATRICULA NOT = MATRICULA
                          OR FQ-ANO NOT = DC-ANO-REF
                          OR FQ-PERIODO NOT = DC-PERIODO-REF
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           PERFORM ACUMULAR-FREQUENCIA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FECHAR-GRUPO-FREQUENCIA
           MOVE ZEROS TO PERC-FREQUENCIA
           IF TOTAL-AULAS > 0
               COMPUTE PERC-FREQUENCIA =
                   TOTAL-PRESENCAS * 100 / TOTAL-AULAS
           END-IF
           MOVE SPACES TO LINHA-DOC
           STRING 'TOTAL: ' TOTAL-PRESENCAS ' PRESENCA(S) EM '
               TOTAL-AULAS ' AULA(S) - FREQUENCIA DE '
               PERC-FREQUENCIA '%.'
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC.

       ACUMULAR-FREQUENCIA.
           IF TEM-GRUPO = 'S'
              AND FQ-DISCIPLINA NOT = GRUPO-DISCIPLINA
               PERFORM FECHAR-GRUPO-FREQUENCIA
           END-IF
           IF TEM-GRUPO = 'N'
               MOVE 'S' TO TEM-GRUPO
               MOVE FQ-DISCIPLINA TO GRUPO-DISCIPLINA
               MOVE ZEROS TO PRESENCAS-GRUPO
               MOVE ZEROS TO FALTAS-GRUPO
           END-IF
           ADD 1 TO TOTAL-AULAS
           IF FQ-PRESENCA = 'F'
               ADD 1 TO FALTAS-GRUPO
           ELSE
               ADD 1 TO PRESENCAS-GRUPO
               ADD 1 TO TOTAL-PRESENCAS
           END-IF.

       FECHAR-GRUPO-FREQUENCIA.
           IF TEM-GRUPO = 'S'
               MOVE GRUPO-DISCIPLINA TO LF-DISCIPLINA
               MOVE PRESENCAS-GRUPO  TO LF-PRESENCAS
               MOVE FALTAS-GRUPO     TO LF-FALTAS
               MOVE LINHA-FREQ TO LINHA-DOC
               WRITE LINHA-DOC
               MOVE 'N' TO TEM-GRUPO
           END-IF.

       ESCREVER-CORPO-ESCOLARIDADE.
           PERFORM DESCREVER-SITUACAO
           MOVE SPACES TO LINHA-DOC
           STRING 'ENCONTRA-SE NA SITUACAO ' DESCRICAO-SITUACAO
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           IF AL-CURSO = SPACES
               STRING 'NESTA ESCOLA, TURMA ' AL-TURMA ', E TEM OS '
                   'SEGUINTES RESULTADOS REGISTRADOS:'
                   DELIMITED BY SIZE INTO LINHA-DOC
           ELSE
               STRING 'NESTA ESCOLA, CURSO ' AL-CURSO ', E TEM OS '
                   'SEGUINTES RESULTADOS:'
                   DELIMITED BY SIZE INTO LINHA-DOC
           END-IF
           WRITE LINHA-DOC
           MOVE ZEROS TO NOTAS-LISTADAS
           PERFORM POSICIONAR-NOTAS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CN-MATRICULA NOT = MATRICULA
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           ADD 1 TO NOTAS-LISTADAS
                           MOVE CN-ANO-LETIVO TO LG-ANO
                           MOVE CN-PERIODO TO LG-PERIODO
                           MOVE CN-MATERIA TO LG-MATERIA
                           MOVE CN-NOTA TO LG-NOTA
                           MOVE CN-SITUACAO TO LG-SITUACAO
                           MOVE LINHA-NOTA TO LINHA-DOC
                           WRITE LINHA-DOC
                       END-IF
               END-READ
           END-PERFORM
           IF NOTAS-LISTADAS = 0
               MOVE '  (NENHUM RESULTADO REGISTRADO ATE ESTA DATA)'
                   TO LINHA-DOC
               WRITE LINHA-DOC
           END-IF.

       DESCREVER-SITUACAO.
           IF AL-SITUACAO = 'A'
               MOVE 'CURSANDO' TO DESCRICAO-SITUACAO
           ELSE
               IF AL-SITUACAO = 'T'
                   MOVE 'MATRICULA TRANCADA' TO DESCRICAO-SITUACAO
               ELSE
                   IF AL-SITUACAO = 'F'
                       MOVE 'CONCLUINTE' TO DESCRICAO-SITUACAO
                   ELSE
                       IF AL-SITUACAO = 'C'
                           MOVE 'MATRICULA CANCELADA'
                               TO DESCRICAO-SITUACAO
                       ELSE
                           IF AL-SITUACAO = 'E'
                               MOVE 'TRANSFERIDO(A)'
                                   TO DESCRICAO-SITUACAO
                           ELSE
                               MOVE AL-SITUACAO TO DESCRICAO-SITUACAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ESCREVER-RODAPE.
           MOVE SPACES TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING 'DECLARACAO EMITIDA PARA ' DC-FINALIDADE
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING 'DATA DE EMISSAO: ' DC-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE 'ASSINATURA DA SECRETARIA: ______________________'
               TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE SPACES TO LINHA-DOC
           STRING 'PROTOCOLO ' DC-PROTOCOLO
               '   CODIGO DE VALIDACAO ' DC-CODIGO '-' DC-SELO
               DELIMITED BY SIZE INTO LINHA-DOC
           WRITE LINHA-DOC
           MOVE 'A AUTENTICIDADE PODE SER CONFIRMADA NA SECRETARIA PELO'
               TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE 'NUMERO DE PROTOCOLO E PELO CODIGO DE VALIDACAO.'
               TO LINHA-DOC
           WRITE LINHA-DOC.

       CALCULAR-CODIGO-VALIDACAO.
      *    SOMA DE CONTROLE SOBRE O QUE A DECLARACAO AFIRMA (PROTOCOLO,
      *    TIPO, ALUNO, REFERENCIA, RESUMO E DATA). OS CINCO ULTIMOS
      *    ALGARISMOS DA SOMA SAO A BASE DO CODIGO E O SEXTO E O
      *    DIGITO QUE A MATRDV ACEITA - UM CODIGO DIGITADO ERRADO PELA
      *    EMPRESA E RECUSADO ANTES DE QUALQUER CONSULTA. A LETRA E A
      *    MARCA DE PRIMALIDADE DA SOMA (PRIMOCHK): 'P' OU 'N'.
           MOVE ZEROS TO CHECKSUM
           ADD DC-PROTOCOLO TO CHECKSUM
           ADD DC-MATRICULA TO CHECKSUM
           ADD DC-ANO-REF TO CHECKSUM
           ADD DC-PERIODO-REF TO CHECKSUM
           ADD DC-DATA-EMISSAO TO CHECKSUM
           ADD FUNCTION ORD(DC-TIPO) TO CHECKSUM
           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > LENGTH OF DC-NOME
               ADD FUNCTION ORD(DC-NOME(IDX-CHECKSUM:1)) TO CHECKSUM
           END-PERFORM
           PERFORM VARYING IDX-CHECKSUM FROM 1 BY 1
                   UNTIL IDX-CHECKSUM > LENGTH OF DC-RESUMO
               ADD FUNCTION ORD(DC-RESUMO(IDX-CHECKSUM:1)) TO CHECKSUM
           END-PERFORM

           DIVIDE CHECKSUM BY 100000 GIVING QUOCIENTE
               REMAINDER BASE-CODIGO
           MOVE ZEROS TO CODIGO-OK
           MOVE ZEROS TO DIGITO-TESTE
           PERFORM UNTIL CODIGO-OK = 1 OR DIGITO-TESTE > 9
               COMPUTE CODIGO-CALCULADO = BASE-CODIGO * 10
                   + DIGITO-TESTE
               CALL 'MATRDV' USING CODIGO-CALCULADO CODIGO-OK
               ADD 1 TO DIGITO-TESTE
           END-PERFORM

           CALL 'PRIMOCHK' USING CHECKSUM EH-PRIMO
           IF EH-PRIMO EQUAL TO 1
               MOVE 'P' TO SELO-CALCULADO
           ELSE
               MOVE 'N' TO SELO-CALCULADO
           END-IF.

       VALIDAR-PROTOCOLO.
      *    CONSULTA DE AUTENTICIDADE: O PROTOCOLO TEM DE EXISTIR, O
      *    CODIGO INFORMADO TEM DE SER O DO REGISTRO, E O REGISTRO TEM
      *    DE CONTINUAR BATENDO COM O PROPRIO CODIGO (RECALCULADO AQUI)
      *    - UM REGISTRO ALTERADO POR FORA DO PROGRAMA NAO CONFIRMA.
           DISPLAY 'DIGITE O NUMERO DO PROTOCOLO:'
           ACCEPT NUMERO-PROTOCOLO
           DISPLAY 'DIGITE O CODIGO DE VALIDACAO (OS 6 ALGARISMOS, '
               'SEM A LETRA):'
           ACCEPT CODIGO-DIGITADO
           MOVE SPACES TO AUD-VALOR
           CALL 'MATRDV' USING CODIGO-DIGITADO CODIGO-OK
           IF CODIGO-OK NOT = 1
               DISPLAY 'CODIGO COM DIGITO VERIFICADOR INVALIDO - '
                   'CONFIRA A DIGITACAO COM QUEM APRESENTOU O '
                   'DOCUMENTO.'
               MOVE 'CODIGO INVALIDO' TO AUD-VALOR
           ELSE
               MOVE NUMERO-PROTOCOLO TO DC-PROTOCOLO
               READ ARQ-DECLAR
                   INVALID KEY
                       DISPLAY 'PROTOCOLO ' NUMERO-PROTOCOLO
                           ' NAO CONSTA DO REGISTRO - DECLARACAO NAO '
                           'AUTENTICA.'
                       MOVE 'PROTOCOLO INEXISTENTE' TO AUD-VALOR
                   NOT INVALID KEY
                       PERFORM CONFERIR-AUTENTICIDADE
               END-READ
           END-IF
           MOVE 'VALIDA DECLAR' TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           STRING 'PROTOCOLO=' NUMERO-PROTOCOLO ' CODIGO='
               CODIGO-DIGITADO
               DELIMITED BY SIZE INTO AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA.

       CONFERIR-AUTENTICIDADE.
           PERFORM CALCULAR-CODIGO-VALIDACAO
           IF CODIGO-CALCULADO NOT = DC-CODIGO
              OR SELO-CALCULADO NOT = DC-SELO
               DISPLAY 'ATENCAO: O REGISTRO DO PROTOCOLO '
                   DC-PROTOCOLO ' NAO CONFERE COM O CODIGO GRAVADO - '
                   'NAO CONFIRME E AVISE O CHEFE DA SECRETARIA.'
               MOVE 'REGISTRO NAO CONFERE' TO AUD-VALOR
           ELSE
               IF CODIGO-DIGITADO NOT = DC-CODIGO
                   DISPLAY 'CODIGO NAO CORRESPONDE AO PROTOCOLO '
                       DC-PROTOCOLO ' - DECLARACAO NAO AUTENTICA.'
                   MOVE 'CODIGO NAO CONFERE' TO AUD-VALOR
               ELSE
                   DISPLAY 'DECLARACAO AUTENTICA - PROTOCOLO '
                       DC-PROTOCOLO ' CODIGO ' DC-CODIGO '-' DC-SELO
                   PERFORM MOSTRAR-DECLARACAO
                   MOVE 'AUTENTICA' TO AUD-VALOR
               END-IF
           END-IF.

       MOSTRAR-DECLARACAO.
           IF DC-TIPO = 'M'
               DISPLAY '  TIPO: DECLARACAO DE MATRICULA'
           ELSE
               IF DC-TIPO = 'F'
                   DISPLAY '  TIPO: DECLARACAO DE FREQUENCIA'
               ELSE
                   DISPLAY '  TIPO: DECLARACAO DE ESCOLARIDADE'
               END-IF
           END-IF
           DISPLAY '  ALUNO: ' DC-MATRICULA ' - ' DC-NOME
           DISPLAY '  TEOR: ' DC-RESUMO
           DISPLAY '  EMITIDA EM ' DC-DATA-EMISSAO ' PARA '
               DC-FINALIDADE.

       LISTAR-DECLARACOES-ALUNO.
      *    O REGISTRO E POR PROTOCOLO, ENTAO A LISTA DO ALUNO PERCORRE
      *    O ARQUIVO TODO (DECLARACAO E POUCA POR DIA).
           MOVE ZEROS TO QTD-LISTADOS
           MOVE 'N' TO FIM-ARQUIVO
           MOVE ZEROS TO DC-PROTOCOLO
           START ARQ-DECLAR KEY IS NOT LESS THAN DC-PROTOCOLO
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-DECLAR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF DC-MATRICULA = MATRICULA
                           ADD 1 TO QTD-LISTADOS
                           DISPLAY DC-PROTOCOLO ' ' DC-TIPO ' '
                               DC-DATA-EMISSAO ' ' DC-RESUMO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY QTD-LISTADOS ' DECLARACAO(OES) EMITIDA(S) PARA A '
               'MATRICULA ' MATRICULA.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM EMITIU OU CONSULTOU O QUE E QUANDO, NO MESMO
      *    LOG UNICO COMPARTILHADO COM O EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX64' TO AUD-PROGRAMA
           MOVE ZEROS TO AUD-PROFESSOR
           MOVE OPERADOR-ATUAL TO AUD-OPERADOR
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDIT = "05" OR FS-AUDIT = "35"
               CLOSE ARQ-AUDITORIA
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARQ-AUDITORIA.

       END PROGRAM EX64.
