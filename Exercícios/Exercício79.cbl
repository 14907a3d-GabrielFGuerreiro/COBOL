       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX79.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESULTADO ASSIGN TO "RESULT15.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-CAND ASSIGN TO "CAND49.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-INSCRICAO
               FILE STATUS IS FS-CAND.

           SELECT ARQ-TURMAS ASSIGN TO "TURMAS13.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS FS-TURMAS.

           SELECT ARQ-MATRIZ ASSIGN TO "MATRIZ31.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MATRIZ
               FILE STATUS IS FS-MATRIZ.

           SELECT ARQ-ATRIB ASSIGN TO "ATRIB12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS FS-ATRIB.

      *    ARQUIVO DE TRABALHO DA PREVISAO: UMA LINHA POR CURSO E
      *    SERIE DO ANO NOVO, COM A ORIGEM DOS ALUNOS PROJETADOS. EM
      *    DISCO E NAO EM TABELA, PARA NAO HAVER TETO DE CURSOS.
           SELECT ARQ-PREVISAO ASSIGN TO "PREV79.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CHAVE
               FILE STATUS IS FS-PREVISAO.

      *    MATRICULAS QUE TEM DECISAO NO FECHAMENTO DE ORIGEM, PARA O
      *    APROVADO DO VESTIBULINHO JA CONTADO PELO RESULT15 NAO
      *    ENTRAR DUAS VEZES NA PREVISAO.
           SELECT ARQ-FECHADOS ASSIGN TO "FECH79.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-MATRICULA
               FILE STATUS IS FS-FECHADOS.

           SELECT ARQ-RELATORIO ASSIGN TO "PREV79.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESULTADO.
       01  REG-RESULTADO.
           05 RES-MATRICULA   PIC 9(06).
           05 RES-ANO         PIC 9(04).
           05 RES-MEDIA       PIC 9(02)V99.
           05 RES-REPROVACOES PIC 9(02).
           05 RES-DECISAO     PIC X(15).

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-CAND.
       01  REG-CAND.
           02 CD-INSCRICAO   PIC 9(06).
           02 CD-NOME        PIC X(30).
           02 CD-CURSO       PIC X(20).
           02 CD-NOTA        PIC 9(02)V99.
           02 CD-TEM-NOTA    PIC X(01).
           02 CD-SITUACAO    PIC X(01).
           02 CD-MATRICULA   PIC 9(06).

       FD  ARQ-TURMAS.
           COPY TURMA.

       FD  ARQ-MATRIZ.
           COPY MATRIZ.

       FD  ARQ-ATRIB.
           COPY ATRIB.

       FD  ARQ-PREVISAO.
       01  REG-PREVISAO.
           02 PV-CHAVE.
               03 PV-CURSO     PIC X(20).
               03 PV-SERIE     PIC 9(01).
           02 PV-PROMOVIDOS    PIC 9(05).
           02 PV-RETIDOS       PIC 9(05).
           02 PV-ESPERA        PIC 9(05).
           02 PV-APROVADOS     PIC 9(05).

       FD  ARQ-FECHADOS.
       01  REG-FECHADOS.
           02 FC-MATRICULA     PIC 9(06).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-RESULTADO    PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-CAND         PIC X(02) VALUE SPACES.
       77 FS-TURMAS       PIC X(02) VALUE SPACES.
       77 FS-MATRIZ       PIC X(02) VALUE SPACES.
       77 FS-ATRIB        PIC X(02) VALUE SPACES.
       77 FS-PREVISAO     PIC X(02) VALUE SPACES.
       77 FS-FECHADOS     PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 MATRIZ-ABERTO   PIC X(01) VALUE 'N'.
       77 ATRIB-ABERTO    PIC X(01) VALUE 'N'.
       77 ANO-ORIGEM      PIC 9(04) VALUE ZEROS.
       77 ANO-DESTINO     PIC 9(04) VALUE ZEROS.
       77 PERIODO-DESTINO PIC 9(01) VALUE ZEROS.
       77 TAMANHO-TURMA   PIC 9(03) VALUE ZEROS.
       77 ULTIMA-SERIE    PIC 9(01) VALUE ZEROS.
       77 SERIE-ATUAL     PIC 9(01) VALUE ZEROS.
       77 SERIE-NOVA      PIC 9(01) VALUE ZEROS.
       77 IND-SERIE       PIC 9(02) VALUE ZEROS.
       77 IND-DISC        PIC 9(02) VALUE ZEROS.
       77 ORIGEM-ALUNO    PIC X(01) VALUE SPACES.
       77 FIM-LEITURA     PIC X(01) VALUE 'N'.
       77 CURSO-ANTERIOR  PIC X(20) VALUE SPACES.
       77 PRIMEIRO-CURSO  PIC X(01) VALUE 'S'.
       77 TOTAL-LINHA     PIC 9(05) VALUE ZEROS.
       77 TURMAS-LINHA    PIC 9(03) VALUE ZEROS.
       77 ALUNOS-CURSO    PIC 9(05) VALUE ZEROS.
       77 TURMAS-CURSO    PIC 9(03) VALUE ZEROS.
       77 DIFERENCA       PIC 9(03) VALUE ZEROS.
       77 LIDOS           PIC 9(05) VALUE ZEROS.
       77 PROJETADOS      PIC 9(05) VALUE ZEROS.
       77 SAIDOS          PIC 9(05) VALUE ZEROS.
       77 INATIVOS        PIC 9(05) VALUE ZEROS.
       77 SEM-CADASTRO    PIC 9(05) VALUE ZEROS.
       77 SEM-DECISAO     PIC 9(05) VALUE ZEROS.
       77 CONCLUINTES     PIC 9(05) VALUE ZEROS.
       77 DA-ESPERA       PIC 9(05) VALUE ZEROS.
       77 DO-VESTIBULINHO PIC 9(05) VALUE ZEROS.
       77 JA-NO-FECHAMENTO PIC 9(05) VALUE ZEROS.
       77 SERIES-EM-FALTA PIC 9(02) VALUE ZEROS.
       77 DISC-SEM-PROF   PIC 9(04) VALUE ZEROS.
      *    TOTAIS POR SERIE PARA O CONFRONTO COM AS TURMAS DO EX13:
      *    A POSICAO 1 E A SERIE ZERO (TURMA SEM NUMERO DE SERIE NO
      *    CODIGO), AS DEMAIS SAO AS SERIES 1 A 9.
       01 TABELA-SERIES.
           02 SERIE-ITEM OCCURS 10.
               03 SR-ALUNOS       PIC 9(05).
               03 SR-NECESSARIAS  PIC 9(03).
               03 SR-CADASTRADAS  PIC 9(03).
               03 SR-MANHA        PIC 9(03).
               03 SR-TARDE        PIC 9(03).
               03 SR-NOITE        PIC 9(03).
               03 SR-VAGAS        PIC 9(05).
       PROCEDURE DIVISION.
      *    PREVISAO DE MATRICULAS DO ANO SEGUINTE E PLANEJAMENTO DE
      *    TURMAS, PARA A DIRECAO DECIDIR EM NOVEMBRO QUANTAS TURMAS
      *    ABRIR. PARTE DAS DECISOES DO FECHAMENTO (RESULT15.DAT, DO
      *    EX15): O APROVADO SOBE UMA SERIE E O RETIDO FICA NA DELE;
      *    QUEM ESTA TRANSFERIDO OU CANCELADO (OU NAO ESTA ATIVO) NO
      *    CADASTRO SAI DA CONTA, E QUEM CONCLUI A ULTIMA SERIE DO
      *    CURSO TAMBEM. OS CANDIDATOS APROVADOS E OS DA LISTA DE
      *    ESPERA DO VESTIBULINHO (EX49) ENTRAM NA PRIMEIRA SERIE DO
      *    CURSO PRETENDIDO. A SERIE E O PRIMEIRO CARACTERE DO CODIGO DA
      *    TURMA (3A-MAT E TERCEIRA SERIE). POR CURSO E SERIE SAEM OS
      *    ALUNOS PROJETADOS E AS TURMAS NECESSARIAS PARA O TAMANHO DE
      *    TURMA INFORMADO - CURSOS NAO SE MISTURAM NA MESMA TURMA -,
      *    COM AS DISCIPLINAS DA MATRIZ (EX31) AINDA SEM PROFESSOR
      *    ATRIBUIDO (EX12) NO PERIODO DE DESTINO; POR SERIE, O TOTAL
      *    DE TURMAS NECESSARIAS CONTRA AS CADASTRADAS NO EX13, POR
      *    TURNO, PARA A FALTA APARECER ANTES DA REMATRICULA (EX41).
      *    A SAIDA E PREV79.PRT; NADA E GRAVADO NOS ARQUIVOS.
           PERFORM UNTIL ANO-ORIGEM >= 1900 AND ANO-ORIGEM <= 2999
               DISPLAY 'ANO DO FECHAMENTO DE ORIGEM (EX: 2026):'
               ACCEPT ANO-ORIGEM
           END-PERFORM
           DISPLAY 'ANO LETIVO DA PREVISAO (0 = ORIGEM + 1):'
           ACCEPT ANO-DESTINO
           IF ANO-DESTINO = 0
               COMPUTE ANO-DESTINO = ANO-ORIGEM + 1
           END-IF
           PERFORM UNTIL PERIODO-DESTINO = 1 OR PERIODO-DESTINO = 2
               DISPLAY 'PERIODO DE DESTINO (1 OU 2):'
               ACCEPT PERIODO-DESTINO
           END-PERFORM
           DISPLAY 'ALUNOS POR TURMA (0 = 35):'
           ACCEPT TAMANHO-TURMA
           IF TAMANHO-TURMA = 0
               MOVE 35 TO TAMANHO-TURMA
           END-IF
           DISPLAY 'ULTIMA SERIE DOS CURSOS (0 = 3):'
           ACCEPT ULTIMA-SERIE
           IF ULTIMA-SERIE = 0
               MOVE 3 TO ULTIMA-SERIE
           END-IF

           OPEN INPUT ARQ-RESULTADO
           IF FS-RESULTADO NOT = "00"
               DISPLAY 'RESULT15.DAT NAO ENCONTRADO - RODE O '
                   'FECHAMENTO DO EX15 ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               CLOSE ARQ-RESULTADO
               STOP RUN
           END-IF

           INITIALIZE TABELA-SERIES
           OPEN OUTPUT ARQ-PREVISAO
           CLOSE ARQ-PREVISAO
           OPEN I-O ARQ-PREVISAO
           OPEN OUTPUT ARQ-FECHADOS
           CLOSE ARQ-FECHADOS
           OPEN I-O ARQ-FECHADOS

           PERFORM PROJETAR-ALUNOS
           CLOSE ARQ-RESULTADO
           CLOSE ARQ-ALUNOS
           PERFORM PROJETAR-ESPERA
           CLOSE ARQ-FECHADOS
           PERFORM CONTAR-TURMAS-CADASTRADAS

           OPEN INPUT ARQ-MATRIZ
           IF FS-MATRIZ = "00"
               MOVE 'S' TO MATRIZ-ABERTO
           END-IF
           OPEN INPUT ARQ-ATRIB
           IF FS-ATRIB = "00"
               MOVE 'S' TO ATRIB-ABERTO
           END-IF

           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'PREVISAO DE MATRICULAS ' ANO-DESTINO '-'
               PERIODO-DESTINO ' (FECHAMENTO ' ANO-ORIGEM ') - '
               TAMANHO-TURMA ' ALUNOS POR TURMA, ULTIMA SERIE '
               ULTIMA-SERIE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIMIR-POR-CURSO
           PERFORM IMPRIMIR-POR-SERIE
           PERFORM IMPRIMIR-RESUMO
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-PREVISAO
           IF MATRIZ-ABERTO = 'S'
               CLOSE ARQ-MATRIZ
           END-IF
           IF ATRIB-ABERTO = 'S'
               CLOSE ARQ-ATRIB
           END-IF

           DISPLAY 'PREVISAO EMITIDA EM PREV79.PRT - ' PROJETADOS
               ' ALUNOS PROJETADOS, ' SERIES-EM-FALTA
               ' SERIE(S) COM FALTA DE TURMA, ' DISC-SEM-PROF
               ' DISCIPLINA(S) SEM PROFESSOR.'
           STOP RUN.

       PROJETAR-ALUNOS.
           MOVE 'N' TO FIM-LEITURA
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-RESULTADO
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF RES-ANO = ANO-ORIGEM
                           ADD 1 TO LIDOS
                           PERFORM ANOTAR-FECHADO
                           PERFORM PROJETAR-DECISAO
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-FECHADO.
      *    MATRICULA REPETIDA NO RESULT15 JA ESTA ANOTADA.
           MOVE RES-MATRICULA TO FC-MATRICULA
           WRITE REG-FECHADOS
               INVALID KEY
                   CONTINUE
           END-WRITE.

       PROJETAR-DECISAO.
           MOVE RES-MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   ADD 1 TO SEM-CADASTRO
               NOT INVALID KEY
                   PERFORM CLASSIFICAR-ALUNO
           END-READ.

       CLASSIFICAR-ALUNO.
      *    TRANSFERIDO (E) E CANCELADO (C) NAO VOLTAM; TRANCADO E
      *    FORMADO TAMBEM FICAM FORA, CONTADOS A PARTE. A DECISAO QUE
      *    NAO E APROVACAO NEM RETENCAO (SEM LANCAMENTOS) NAO E
      *    PROJETADA: SAI NO RESUMO PARA A SECRETARIA CONFERIR.
           IF AL-SITUACAO = 'E' OR AL-SITUACAO = 'C'
               ADD 1 TO SAIDOS
           ELSE
               IF AL-SITUACAO NOT = 'A'
                   ADD 1 TO INATIVOS
               ELSE
                   IF RES-DECISAO NOT = 'APROVADO DE ANO'
                      AND RES-DECISAO NOT = 'RETIDO'
                       ADD 1 TO SEM-DECISAO
                   ELSE
                       PERFORM PROJETAR-SERIE
                   END-IF
               END-IF
           END-IF.

       PROJETAR-SERIE.
           MOVE ZEROS TO SERIE-ATUAL
           IF AL-TURMA(1:1) IS NUMERIC
               MOVE AL-TURMA(1:1) TO SERIE-ATUAL
           END-IF
           IF RES-DECISAO = 'RETIDO'
               MOVE SERIE-ATUAL TO SERIE-NOVA
               MOVE 'R' TO ORIGEM-ALUNO
               PERFORM SOMAR-PREVISAO
           ELSE
               IF SERIE-ATUAL > 0 AND SERIE-ATUAL NOT < ULTIMA-SERIE
                   ADD 1 TO CONCLUINTES
               ELSE
                   IF SERIE-ATUAL = 0
                       MOVE 0 TO SERIE-NOVA
                   ELSE
                       COMPUTE SERIE-NOVA = SERIE-ATUAL + 1
                   END-IF
                   MOVE 'P' TO ORIGEM-ALUNO
                   PERFORM SOMAR-PREVISAO
               END-IF
           END-IF.

       SOMAR-PREVISAO.
           IF AL-CURSO = SPACES
               MOVE '(SEM CURSO)' TO PV-CURSO
           ELSE
               MOVE AL-CURSO TO PV-CURSO
           END-IF
           PERFORM GRAVAR-PREVISAO.

       GRAVAR-PREVISAO.
      *    PV-CURSO JA VEM PREENCHIDO POR QUEM CHAMA.
           MOVE SERIE-NOVA TO PV-SERIE
           ADD 1 TO PROJETADOS
           READ ARQ-PREVISAO
               INVALID KEY
                   MOVE ZEROS TO PV-PROMOVIDOS
                   MOVE ZEROS TO PV-RETIDOS
                   MOVE ZEROS TO PV-ESPERA
                   MOVE ZEROS TO PV-APROVADOS
                   PERFORM SOMAR-ORIGEM
                   WRITE REG-PREVISAO
               NOT INVALID KEY
                   PERFORM SOMAR-ORIGEM
                   REWRITE REG-PREVISAO
           END-READ.

       SOMAR-ORIGEM.
           IF ORIGEM-ALUNO = 'P'
               ADD 1 TO PV-PROMOVIDOS
           ELSE
               IF ORIGEM-ALUNO = 'R'
                   ADD 1 TO PV-RETIDOS
               ELSE
                   IF ORIGEM-ALUNO = 'V'
                       ADD 1 TO PV-APROVADOS
                   ELSE
                       ADD 1 TO PV-ESPERA
                   END-IF
               END-IF
           END-IF.

       PROJETAR-ESPERA.
      *    A LISTA DE ESPERA IMPRESSA (ESPERA49.PRT) SAI DOS
      *    CANDIDATOS COM SITUACAO 'L' EM CAND49.DAT, QUE E O QUE SE
      *    LE AQUI. OS APROVADOS ('A') JA TEM MATRICULA PELA CARGA DO
      *    EX17 E ENTRAM TAMBEM NA PRIMEIRA SERIE, EM COLUNA PROPRIA -
      *    MENOS O QUE JA TEM DECISAO NO RESULT15 DO ANO DE ORIGEM,
      *    QUE JA FOI CONTADO (OU DEIXADO DE FORA) PELO FECHAMENTO.
           OPEN INPUT ARQ-CAND
           IF FS-CAND = "00"
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-CAND NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF CD-SITUACAO = 'L'
                               ADD 1 TO DA-ESPERA
                               MOVE 'E' TO ORIGEM-ALUNO
                               PERFORM PROJETAR-CANDIDATO
                           ELSE
                               IF CD-SITUACAO = 'A'
                                   PERFORM PROJETAR-APROVADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CAND
           END-IF.

       PROJETAR-APROVADO.
           MOVE CD-MATRICULA TO FC-MATRICULA
           READ ARQ-FECHADOS
               INVALID KEY
                   ADD 1 TO DO-VESTIBULINHO
                   MOVE 'V' TO ORIGEM-ALUNO
                   PERFORM PROJETAR-CANDIDATO
               NOT INVALID KEY
                   ADD 1 TO JA-NO-FECHAMENTO
           END-READ.

       PROJETAR-CANDIDATO.
           IF CD-CURSO = SPACES
               MOVE '(SEM CURSO)' TO PV-CURSO
           ELSE
               MOVE CD-CURSO TO PV-CURSO
           END-IF
           MOVE 1 TO SERIE-NOVA
           PERFORM GRAVAR-PREVISAO.

       CONTAR-TURMAS-CADASTRADAS.
      *    O CODIGO DA TURMA E PERMANENTE NO EX13 (O ANO DO CADASTRO
      *    ACOMPANHA A ULTIMA ALOCACAO), ENTAO CONTAM TODAS AS TURMAS
      *    CADASTRADAS, PELA SERIE DO CODIGO.
           OPEN INPUT ARQ-TURMAS
           IF FS-TURMAS = "00"
               MOVE 'N' TO FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-TURMAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           PERFORM CONTAR-TURMA
                   END-READ
               END-PERFORM
               CLOSE ARQ-TURMAS
           END-IF.

       CONTAR-TURMA.
           MOVE 1 TO IND-SERIE
           IF TU-CODIGO(1:1) IS NUMERIC
               MOVE TU-CODIGO(1:1) TO SERIE-ATUAL
               COMPUTE IND-SERIE = SERIE-ATUAL + 1
           END-IF
           ADD 1 TO SR-CADASTRADAS(IND-SERIE)
           ADD TU-VAGAS TO SR-VAGAS(IND-SERIE)
           IF TU-TURNO = 'M'
               ADD 1 TO SR-MANHA(IND-SERIE)
           ELSE
               IF TU-TURNO = 'T'
                   ADD 1 TO SR-TARDE(IND-SERIE)
               ELSE
                   ADD 1 TO SR-NOITE(IND-SERIE)
               END-IF
           END-IF.

       IMPRIMIR-POR-CURSO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'PROJECAO POR CURSO E SERIE' TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'S' TO PRIMEIRO-CURSO
           MOVE LOW-VALUES TO PV-CHAVE
           MOVE 'N' TO FIM-LEITURA
           START ARQ-PREVISAO KEY IS NOT LESS THAN PV-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-PREVISAO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF PRIMEIRO-CURSO = 'S'
                          OR PV-CURSO NOT = CURSO-ANTERIOR
                           IF PRIMEIRO-CURSO = 'N'
                               PERFORM FECHAR-CURSO
                           END-IF
                           PERFORM ABRIR-CURSO
                       END-IF
                       PERFORM IMPRIMIR-LINHA-SERIE
               END-READ
           END-PERFORM
           IF PRIMEIRO-CURSO = 'N'
               PERFORM FECHAR-CURSO
           ELSE
               MOVE '    NENHUM ALUNO PROJETADO.' TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ABRIR-CURSO.
           MOVE 'N' TO PRIMEIRO-CURSO
           MOVE PV-CURSO TO CURSO-ANTERIOR
           MOVE ZEROS TO ALUNOS-CURSO
           MOVE ZEROS TO TURMAS-CURSO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'CURSO: ' PV-CURSO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-SERIE.
      *    TURMAS NECESSARIAS = ALUNOS / TAMANHO, ARREDONDADO PARA
      *    CIMA.
           COMPUTE TOTAL-LINHA = PV-PROMOVIDOS + PV-RETIDOS
               + PV-APROVADOS + PV-ESPERA
           COMPUTE TURMAS-LINHA = (TOTAL-LINHA + TAMANHO-TURMA - 1)
               / TAMANHO-TURMA
           ADD TOTAL-LINHA TO ALUNOS-CURSO
           ADD TURMAS-LINHA TO TURMAS-CURSO
           COMPUTE IND-SERIE = PV-SERIE + 1
           ADD TOTAL-LINHA TO SR-ALUNOS(IND-SERIE)
           ADD TURMAS-LINHA TO SR-NECESSARIAS(IND-SERIE)
           MOVE SPACES TO LINHA-RELATORIO
           IF PV-SERIE = 0
               STRING '  SEM SERIE' DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING '  SERIE ' PV-SERIE DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF
           STRING '  PROMOVIDOS ' PV-PROMOVIDOS ' RETIDOS '
               PV-RETIDOS ' VESTIB ' PV-APROVADOS ' ESPERA '
               PV-ESPERA ' TOTAL ' TOTAL-LINHA
               ' TURMAS ' TURMAS-LINHA
               DELIMITED BY SIZE INTO LINHA-RELATORIO(12:89)
           WRITE LINHA-RELATORIO.

       FECHAR-CURSO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING '  TOTAL DO CURSO: ' ALUNOS-CURSO ' ALUNOS EM '
               TURMAS-CURSO ' TURMA(S)'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM CONFERIR-PROFESSORES.

       CONFERIR-PROFESSORES.
      *    CADA DISCIPLINA OBRIGATORIA DO CURSO NO PERIODO DE DESTINO
      *    PRECISA DE PROFESSOR ATRIBUIDO NO EX12 PARA O ANO NOVO.
           IF MATRIZ-ABERTO = 'N'
               MOVE SPACES TO LINHA-RELATORIO
               STRING '  MATRIZ31.DAT NAO ENCONTRADO - PROFESSORES NAO '
                   'CONFERIDOS.'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               MOVE CURSO-ANTERIOR TO CURSO-MATRIZ
               MOVE PERIODO-DESTINO TO PERIODO-MATRIZ
               READ ARQ-MATRIZ
                   INVALID KEY
                       PERFORM ANOTAR-SEM-MATRIZ
                   NOT INVALID KEY
                       PERFORM CONFERIR-DISCIPLINAS
               END-READ
           END-IF.

       ANOTAR-SEM-MATRIZ.
           MOVE SPACES TO LINHA-RELATORIO
           STRING '  SEM MATRIZ CURRICULAR NO PERIODO ' PERIODO-DESTINO
               ' - CADASTRAR NO EX31'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       CONFERIR-DISCIPLINAS.
           MOVE 1 TO IND-DISC
           PERFORM UNTIL IND-DISC > CONT-MATRIZ
               MOVE SPACES TO LINHA-RELATORIO
               IF ATRIB-ABERTO = 'N'
                   ADD 1 TO DISC-SEM-PROF
                   STRING '  ' COD-OBRIGATORIA(IND-DISC)
                       ' SEM PROFESSOR ATRIBUIDO (ATRIB12.DAT '
                       'INEXISTENTE)'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               ELSE
                   MOVE COD-OBRIGATORIA(IND-DISC) TO AT-DISCIPLINA
                   MOVE ANO-DESTINO TO AT-ANO
                   MOVE PERIODO-DESTINO TO AT-PERIODO
                   READ ARQ-ATRIB
                       INVALID KEY
                           ADD 1 TO DISC-SEM-PROF
                           STRING '  ' COD-OBRIGATORIA(IND-DISC)
                               ' SEM PROFESSOR ATRIBUIDO PARA '
                               ANO-DESTINO '-' PERIODO-DESTINO
                               ' - ATRIBUIR NO EX12'
                               DELIMITED BY SIZE INTO LINHA-RELATORIO
                       NOT INVALID KEY
                           STRING '  ' COD-OBRIGATORIA(IND-DISC)
                               ' PROFESSOR ' AT-PROFESSOR ' PARA '
                               TURMAS-CURSO ' TURMA(S)'
                               DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-READ
               END-IF
               WRITE LINHA-RELATORIO
               ADD 1 TO IND-DISC
           END-PERFORM.

       IMPRIMIR-POR-SERIE.
      *    CURSOS NAO DIVIDEM TURMA, ENTAO A NECESSIDADE DA SERIE E A
      *    SOMA DAS TURMAS DE CADA CURSO, NAO OS ALUNOS DIVIDIDOS PELO
      *    TAMANHO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'TURMAS NECESSARIAS X CADASTRADAS NO EX13, POR SERIE'
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO IND-SERIE
           PERFORM UNTIL IND-SERIE > 10
               IF SR-ALUNOS(IND-SERIE) > 0
                  OR SR-CADASTRADAS(IND-SERIE) > 0
                   PERFORM IMPRIMIR-SERIE
               END-IF
               ADD 1 TO IND-SERIE
           END-PERFORM.

       IMPRIMIR-SERIE.
           COMPUTE SERIE-ATUAL = IND-SERIE - 1
           MOVE SPACES TO LINHA-RELATORIO
           IF SERIE-ATUAL = 0
               STRING '  SEM SERIE' DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING '  SERIE ' SERIE-ATUAL DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF
           STRING '  ALUNOS ' SR-ALUNOS(IND-SERIE) ' NECESSARIAS '
               SR-NECESSARIAS(IND-SERIE) ' CADASTRADAS '
               SR-CADASTRADAS(IND-SERIE) ' (M ' SR-MANHA(IND-SERIE)
               ' T ' SR-TARDE(IND-SERIE) ' N ' SR-NOITE(IND-SERIE)
               ')'
               DELIMITED BY SIZE INTO LINHA-RELATORIO(12:89)
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF SR-NECESSARIAS(IND-SERIE) > SR-CADASTRADAS(IND-SERIE)
               ADD 1 TO SERIES-EM-FALTA
               COMPUTE DIFERENCA = SR-NECESSARIAS(IND-SERIE)
                   - SR-CADASTRADAS(IND-SERIE)
               STRING '             FALTAM ' DIFERENCA ' TURMA(S)'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               COMPUTE DIFERENCA = SR-CADASTRADAS(IND-SERIE)
                   - SR-NECESSARIAS(IND-SERIE)
               STRING '             TURMAS SUFICIENTES (SOBRAM '
                   DIFERENCA ')'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
      *    VAGAS ZERADAS NO EX13 SAO TURMA SEM LIMITE INFORMADO.
           IF SR-VAGAS(IND-SERIE) > 0
              AND SR-VAGAS(IND-SERIE) < SR-ALUNOS(IND-SERIE)
               STRING ' - VAGAS CADASTRADAS ' SR-VAGAS(IND-SERIE)
                   ' NAO COMPORTAM OS ALUNOS'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO(45:56)
           END-IF
           WRITE LINHA-RELATORIO.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'DECISOES LIDAS: ' LIDOS '  PROJETADOS: ' PROJETADOS
               '  VESTIBULINHO: ' DO-VESTIBULINHO
               '  DA LISTA DE ESPERA: ' DA-ESPERA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'FORA DA PREVISAO: TRANSFERIDOS/CANCELADOS ' SAIDOS
               '  OUTROS NAO ATIVOS ' INATIVOS '  CONCLUINTES '
               CONCLUINTES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'A CONFERIR: SEM CADASTRO ' SEM-CADASTRO
               '  SEM DECISAO DE APROVACAO/RETENCAO ' SEM-DECISAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'APROVADOS DO VESTIBULINHO JA CONTADOS PELO '
               'FECHAMENTO: ' JA-NO-FECHAMENTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'SERIES COM FALTA DE TURMA: ' SERIES-EM-FALTA
               '  DISCIPLINAS SEM PROFESSOR: ' DISC-SEM-PROF
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       END PROGRAM EX79.
