       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX81.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALEND ASSIGN TO "CALEND32.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS FS-CALEND.

           SELECT ARQ-HORARIO ASSIGN TO "HORARIO51.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CHAVE
               FILE STATUS IS FS-HORARIO.

           SELECT ARQ-AUSENCIA ASSIGN TO "AUSEN80.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS FS-AUSENCIA.

           SELECT ARQ-PROF ASSIGN TO "PROF12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS FS-PROF.

      *    ARQUIVO DE TRABALHO DA APURACAO: UMA LINHA POR PROFESSOR,
      *    EM DISCO PARA NAO HAVER TETO DE PROFESSORES.
           SELECT ARQ-APURACAO ASSIGN TO "HAULA81.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PROFESSOR
               FILE STATUS IS FS-APURACAO.

      *    ARQUIVO ENTREGUE AO DEPARTAMENTO PESSOAL: LAYOUT FIXO DE
      *    100 POSICOES, CABECALHO '0', UM DETALHE '1' POR PROFESSOR
      *    E TRAILER '9' COM A QUANTIDADE E OS TOTAIS DE AULAS.
           SELECT ARQ-FOLHA ASSIGN TO "HAULA81.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHA.

           SELECT ARQ-RELATORIO ASSIGN TO "HAULA81.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CALEND.
           COPY CALEND.

       FD  ARQ-HORARIO.
           COPY HORAR.

       FD  ARQ-AUSENCIA.
           COPY AUSENC.

       FD  ARQ-PROF.
           COPY PROF.

       FD  ARQ-APURACAO.
       01  REG-APURACAO.
           02 PA-PROFESSOR     PIC 9(04).
           02 PA-PREVISTAS     PIC 9(05).
           02 PA-AUSENCIAS     PIC 9(05).
           02 PA-SUBSTITUICOES PIC 9(05).

       FD  ARQ-FOLHA.
       01  REG-FOLHA PIC X(100).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-CALEND       PIC X(02) VALUE SPACES.
       77 FS-HORARIO      PIC X(02) VALUE SPACES.
       77 FS-AUSENCIA     PIC X(02) VALUE SPACES.
       77 FS-PROF         PIC X(02) VALUE SPACES.
       77 FS-APURACAO     PIC X(02) VALUE SPACES.
       77 FS-FOLHA        PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 AUSENCIA-ABERTO PIC X(01) VALUE 'N'.
       77 PROF-ABERTO     PIC X(01) VALUE 'N'.
       77 ANO-COMPETENCIA PIC 9(04) VALUE ZEROS.
       77 MES-COMPETENCIA PIC 9(02) VALUE ZEROS.
       77 COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 COMPETENCIA-X REDEFINES COMPETENCIA PIC X(06).
       77 DATA-AULA       PIC 9(08) VALUE ZEROS.
       77 DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       77 DIAS-CORRIDOS   PIC 9(07) VALUE ZEROS.
       77 SEMANAS         PIC 9(07) VALUE ZEROS.
       77 FIM-LEITURA     PIC X(01) VALUE 'N'.
       77 APURACAO-EXISTE PIC X(01) VALUE 'N'.
       77 PROFESSOR-ATUAL PIC 9(04) VALUE ZEROS.
       77 DIAS-LETIVOS    PIC 9(03) VALUE ZEROS.
       77 AULAS-DEVIDAS   PIC S9(05) VALUE ZEROS.
       77 QTD-PROFESSORES PIC 9(06) VALUE ZEROS.
       77 TOTAL-PREVISTAS PIC 9(08) VALUE ZEROS.
       77 TOTAL-AUSENCIAS PIC 9(08) VALUE ZEROS.
       77 TOTAL-SUBSTITUICOES PIC 9(08) VALUE ZEROS.
       77 TOTAL-DEVIDAS   PIC 9(08) VALUE ZEROS.
       77 AULAS-VAGAS     PIC 9(05) VALUE ZEROS.
       77 FORA-CALENDARIO PIC 9(05) VALUE ZEROS.
       77 SALDO-NEGATIVO  PIC 9(05) VALUE ZEROS.
      *    DIAS LETIVOS DO MES POR PERIODO E DIA DA SEMANA (1=SEGUNDA
      *    A 6=SABADO, COMO NO HORARIO DO EX51): CADA FAIXA DA GRADE
      *    VALE, NO MES, TANTAS AULAS QUANTOS FOREM ESSES DIAS.
       01 TABELA-DIAS.
           02 DIAS-PERIODO OCCURS 2.
               03 DIAS-MES        PIC 9(02) OCCURS 6.
      *    A LINHA DA FOLHA E MONTADA EM WORKING-STORAGE, COM UMA
      *    VISAO PARA CADA TIPO DE REGISTRO, COMO A REMESSA DO EX56.
       01 LINHA-DETALHE.
           02 RD-TIPO          PIC X(01).
           02 RD-COMPETENCIA   PIC 9(06).
           02 RD-PROFESSOR     PIC 9(04).
           02 RD-NOME          PIC X(30).
           02 RD-PREVISTAS     PIC 9(05).
           02 RD-AUSENCIAS     PIC 9(05).
           02 RD-SUBSTITUICOES PIC 9(05).
           02 RD-DEVIDAS       PIC 9(05).
           02 FILLER           PIC X(39).
       01 LINHA-CABECALHO REDEFINES LINHA-DETALHE.
           02 RH-TIPO          PIC X(01).
           02 RH-DATA          PIC 9(08).
           02 RH-COMPETENCIA   PIC 9(06).
           02 RH-DESCRICAO     PIC X(30).
           02 FILLER           PIC X(55).
       01 LINHA-TRAILER REDEFINES LINHA-DETALHE.
           02 RT-TIPO          PIC X(01).
           02 RT-QUANTIDADE    PIC 9(06).
           02 RT-PREVISTAS     PIC 9(08).
           02 RT-AUSENCIAS     PIC 9(08).
           02 RT-SUBSTITUICOES PIC 9(08).
           02 RT-DEVIDAS       PIC 9(08).
           02 FILLER           PIC X(61).
       PROCEDURE DIVISION.
      *    FOLHA MENSAL DE HORA-AULA DOS PROFESSORES PARA O
      *    DEPARTAMENTO PESSOAL. AS AULAS PREVISTAS SAEM DA GRADE DO
      *    EX51: CADA FAIXA DO PROFESSOR CONTA UMA AULA POR DIA
      *    LETIVO DO MES (CALENDARIO DO EX32) QUE CAIA NAQUELE DIA DA
      *    SEMANA, NO PERIODO DO PROPRIO DIA LETIVO. DO REGISTRO DE
      *    AUSENCIAS DO EX80 SAEM AS FALTAS, DESCONTADAS DE QUEM
      *    FALTOU, E AS SUBSTITUICOES, PAGAS A QUEM DEU A AULA; A
      *    AULA VAGA (SEM SUBSTITUTO) NAO E PAGA A NINGUEM. FALTA
      *    REGISTRADA EM DATA QUE DEIXOU DE SER DIA LETIVO NO EX32
      *    NAO E CONSIDERADA. AS AULAS DEVIDAS VAO NO HAULA81.DAT E A
      *    CONFERENCIA, PARA A DIRECAO ASSINAR, NO HAULA81.PRT.
           PERFORM UNTIL ANO-COMPETENCIA >= 1900
                     AND ANO-COMPETENCIA <= 2999
               DISPLAY 'ANO DA COMPETENCIA (EX: 2026):'
               ACCEPT ANO-COMPETENCIA
           END-PERFORM
           PERFORM UNTIL MES-COMPETENCIA >= 1 AND MES-COMPETENCIA <= 12
               DISPLAY 'MES DA COMPETENCIA (1 A 12):'
               ACCEPT MES-COMPETENCIA
           END-PERFORM
           COMPUTE COMPETENCIA = ANO-COMPETENCIA * 100 + MES-COMPETENCIA

           OPEN INPUT ARQ-CALEND
           IF FS-CALEND NOT = "00"
               DISPLAY 'CALEND32.DAT NAO ENCONTRADO - RODE O EX32 '
                   'ANTES.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-HORARIO
           IF FS-HORARIO NOT = "00"
               DISPLAY 'HORARIO51.DAT NAO ENCONTRADO - RODE O EX51 '
                   'ANTES.'
               CLOSE ARQ-CALEND
               STOP RUN
           END-IF
           OPEN INPUT ARQ-AUSENCIA
           IF FS-AUSENCIA = "00"
               MOVE 'S' TO AUSENCIA-ABERTO
           ELSE
               DISPLAY 'AVISO: AUSEN80.DAT NAO ENCONTRADO - A FOLHA '
                   'SAI SO COM AS AULAS DA GRADE.'
           END-IF
           OPEN INPUT ARQ-PROF
           IF FS-PROF = "00"
               MOVE 'S' TO PROF-ABERTO
           END-IF

           OPEN OUTPUT ARQ-APURACAO
           CLOSE ARQ-APURACAO
           OPEN I-O ARQ-APURACAO

           PERFORM CONTAR-DIAS-LETIVOS
           IF DIAS-LETIVOS = 0
               DISPLAY 'AVISO: NENHUM DIA LETIVO DE ' COMPETENCIA
                   ' NO CALENDARIO DO EX32.'
           END-IF
           PERFORM APURAR-PREVISTAS
           IF AUSENCIA-ABERTO = 'S'
               PERFORM APURAR-AUSENCIAS
               CLOSE ARQ-AUSENCIA
           END-IF
           CLOSE ARQ-CALEND
           CLOSE ARQ-HORARIO

           OPEN OUTPUT ARQ-FOLHA
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-DETALHE
           MOVE '0' TO RH-TIPO
           MOVE FUNCTION CURRENT-DATE(1:8) TO RH-DATA
           MOVE COMPETENCIA TO RH-COMPETENCIA
           MOVE 'FOLHA DE HORA-AULA' TO RH-DESCRICAO
           MOVE LINHA-DETALHE TO REG-FOLHA
           WRITE REG-FOLHA
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'CONFERENCIA DA FOLHA DE HORA-AULA - COMPETENCIA '
               MES-COMPETENCIA '/' ANO-COMPETENCIA ' (' DIAS-LETIVOS
               ' DIAS LETIVOS)'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'PROF NOME' TO LINHA-RELATORIO
           MOVE ' PREV  FALT  SUBS DEVID' TO LINHA-RELATORIO(37:23)
           WRITE LINHA-RELATORIO

           PERFORM GERAR-FOLHA

           MOVE SPACES TO LINHA-DETALHE
           MOVE '9' TO RT-TIPO
           MOVE QTD-PROFESSORES TO RT-QUANTIDADE
           MOVE TOTAL-PREVISTAS TO RT-PREVISTAS
           MOVE TOTAL-AUSENCIAS TO RT-AUSENCIAS
           MOVE TOTAL-SUBSTITUICOES TO RT-SUBSTITUICOES
           MOVE TOTAL-DEVIDAS TO RT-DEVIDAS
           MOVE LINHA-DETALHE TO REG-FOLHA
           WRITE REG-FOLHA
           CLOSE ARQ-FOLHA

           PERFORM IMPRIMIR-TOTAIS
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-APURACAO
           IF PROF-ABERTO = 'S'
               CLOSE ARQ-PROF
           END-IF

           MOVE 'FOLHA HORA-AULA' TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           STRING 'HAULA81.DAT ' COMPETENCIA
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'PROFS=' QTD-PROFESSORES ' AULAS=' TOTAL-DEVIDAS
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA

           DISPLAY 'FOLHA DE HORA-AULA GERADA: ' QTD-PROFESSORES
               ' PROFESSOR(ES), ' TOTAL-DEVIDAS ' AULA(S) DEVIDA(S) '
               '(HAULA81.DAT), CONFERENCIA EM HAULA81.PRT.'
           STOP RUN.

       CONTAR-DIAS-LETIVOS.
      *    O CALENDARIO E POR ANO LETIVO; O MES DA COMPETENCIA PODE
      *    TER DIAS NOS DOIS PERIODOS DO ANO.
           INITIALIZE TABELA-DIAS
           MOVE ANO-COMPETENCIA TO CL-ANO
           MOVE ZEROS TO CL-PERIODO
           MOVE ZEROS TO CL-DATA
           MOVE 'N' TO FIM-LEITURA
           START ARQ-CALEND KEY IS NOT LESS THAN CL-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-CALEND NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF CL-ANO NOT = ANO-COMPETENCIA
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF CL-DATA(1:6) = COMPETENCIA-X
                              AND CL-PERIODO >= 1 AND CL-PERIODO <= 2
                               MOVE CL-DATA TO DATA-AULA
                               PERFORM CALCULAR-DIA-SEMANA
                               IF DIA-SEMANA >= 1
                                   ADD 1 TO DIAS-MES(CL-PERIODO,
                                       DIA-SEMANA)
                                   ADD 1 TO DIAS-LETIVOS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-DIA-SEMANA.
      *    O DIA 1 DA CONTAGEM DO INTEGER-OF-DATE (01/01/1601) FOI UMA
      *    SEGUNDA-FEIRA: O RESTO POR 7 DA 1=SEGUNDA A 6=SABADO, COMO
      *    NO HORARIO DO EX51, E 0=DOMINGO.
           COMPUTE DIAS-CORRIDOS = FUNCTION INTEGER-OF-DATE(DATA-AULA)
           DIVIDE DIAS-CORRIDOS BY 7 GIVING SEMANAS
               REMAINDER DIA-SEMANA.

       APURAR-PREVISTAS.
           MOVE ANO-COMPETENCIA TO HO-ANO
           MOVE ZEROS TO HO-PERIODO
           MOVE LOW-VALUES TO HO-TURMA
           MOVE ZEROS TO HO-DIA
           MOVE ZEROS TO HO-SLOT
           MOVE 'N' TO FIM-LEITURA
           START ARQ-HORARIO KEY IS NOT LESS THAN HO-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-HORARIO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF HO-ANO NOT = ANO-COMPETENCIA
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF HO-PROFESSOR NOT = 0
                              AND HO-PERIODO >= 1 AND HO-PERIODO <= 2
                              AND HO-DIA >= 1 AND HO-DIA <= 6
                               IF DIAS-MES(HO-PERIODO, HO-DIA) > 0
                                   MOVE HO-PROFESSOR TO PROFESSOR-ATUAL
                                   PERFORM LER-APURACAO
                                   ADD DIAS-MES(HO-PERIODO, HO-DIA)
                                       TO PA-PREVISTAS
                                   PERFORM GRAVAR-APURACAO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APURAR-AUSENCIAS.
           COMPUTE AU-DATA = COMPETENCIA * 100
           MOVE ZEROS TO AU-PROFESSOR
           MOVE ZEROS TO AU-SLOT
           MOVE 'N' TO FIM-LEITURA
           START ARQ-AUSENCIA KEY IS NOT LESS THAN AU-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-AUSENCIA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF AU-DATA(1:6) NOT = COMPETENCIA-X
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           PERFORM APURAR-AUSENCIA
                       END-IF
               END-READ
           END-PERFORM.

       APURAR-AUSENCIA.
           MOVE AU-ANO TO CL-ANO
           MOVE AU-PERIODO TO CL-PERIODO
           MOVE AU-DATA TO CL-DATA
           READ ARQ-CALEND
               INVALID KEY
                   ADD 1 TO FORA-CALENDARIO
               NOT INVALID KEY
                   PERFORM LANCAR-AUSENCIA
           END-READ.

       LANCAR-AUSENCIA.
           MOVE AU-PROFESSOR TO PROFESSOR-ATUAL
           PERFORM LER-APURACAO
           ADD 1 TO PA-AUSENCIAS
           PERFORM GRAVAR-APURACAO
           IF AU-SUBSTITUTO = 0
               ADD 1 TO AULAS-VAGAS
           ELSE
               MOVE AU-SUBSTITUTO TO PROFESSOR-ATUAL
               PERFORM LER-APURACAO
               ADD 1 TO PA-SUBSTITUICOES
               PERFORM GRAVAR-APURACAO
           END-IF.

       LER-APURACAO.
           MOVE PROFESSOR-ATUAL TO PA-PROFESSOR
           READ ARQ-APURACAO
               INVALID KEY
                   MOVE 'N' TO APURACAO-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO APURACAO-EXISTE
           END-READ
           IF APURACAO-EXISTE = 'N'
               INITIALIZE REG-APURACAO
               MOVE PROFESSOR-ATUAL TO PA-PROFESSOR
           END-IF.

       GRAVAR-APURACAO.
           IF APURACAO-EXISTE = 'S'
               REWRITE REG-APURACAO
           ELSE
               WRITE REG-APURACAO
           END-IF.

       GERAR-FOLHA.
           MOVE ZEROS TO PA-PROFESSOR
           MOVE 'N' TO FIM-LEITURA
           START ARQ-APURACAO KEY IS NOT LESS THAN PA-PROFESSOR
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ ARQ-APURACAO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       PERFORM GRAVAR-PROFESSOR
               END-READ
           END-PERFORM.

       GRAVAR-PROFESSOR.
      *    FALTA ALEM DAS AULAS PREVISTAS SO ACONTECE SE A GRADE DO
      *    EX51 MUDOU DEPOIS DO REGISTRO; O SALDO NAO FICA NEGATIVO
      *    E O CASO VAI MARCADO NA CONFERENCIA.
           COMPUTE AULAS-DEVIDAS = PA-PREVISTAS - PA-AUSENCIAS
               + PA-SUBSTITUICOES
           IF AULAS-DEVIDAS < 0
               MOVE ZEROS TO AULAS-DEVIDAS
               ADD 1 TO SALDO-NEGATIVO
           END-IF
           MOVE SPACES TO LINHA-DETALHE
           MOVE '1' TO RD-TIPO
           MOVE COMPETENCIA TO RD-COMPETENCIA
           MOVE PA-PROFESSOR TO RD-PROFESSOR
           MOVE '(FORA DO CADASTRO)' TO RD-NOME
           IF PROF-ABERTO = 'S'
               MOVE PA-PROFESSOR TO PR-CODIGO
               READ ARQ-PROF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-NOME TO RD-NOME
               END-READ
           END-IF
           MOVE PA-PREVISTAS TO RD-PREVISTAS
           MOVE PA-AUSENCIAS TO RD-AUSENCIAS
           MOVE PA-SUBSTITUICOES TO RD-SUBSTITUICOES
           MOVE AULAS-DEVIDAS TO RD-DEVIDAS
           MOVE LINHA-DETALHE TO REG-FOLHA
           WRITE REG-FOLHA
           ADD 1 TO QTD-PROFESSORES
           ADD PA-PREVISTAS TO TOTAL-PREVISTAS
           ADD PA-AUSENCIAS TO TOTAL-AUSENCIAS
           ADD PA-SUBSTITUICOES TO TOTAL-SUBSTITUICOES
           ADD RD-DEVIDAS TO TOTAL-DEVIDAS

           MOVE SPACES TO LINHA-RELATORIO
           IF PA-PREVISTAS - PA-AUSENCIAS + PA-SUBSTITUICOES < 0
               STRING RD-PROFESSOR ' ' RD-NOME ' ' RD-PREVISTAS ' '
                   RD-AUSENCIAS ' ' RD-SUBSTITUICOES ' ' RD-DEVIDAS
                   ' *** FALTAS ALEM DA GRADE ***'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING RD-PROFESSOR ' ' RD-NOME ' ' RD-PREVISTAS ' '
                   RD-AUSENCIAS ' ' RD-SUBSTITUICOES ' ' RD-DEVIDAS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'TOTAL: ' QTD-PROFESSORES ' PROFESSOR(ES) - '
               TOTAL-PREVISTAS ' PREVISTAS, ' TOTAL-AUSENCIAS
               ' FALTAS,'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING '       ' TOTAL-SUBSTITUICOES ' SUBSTITUICOES, '
               TOTAL-DEVIDAS ' DEVIDAS'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'AULAS VAGAS (SEM SUBSTITUTO, NAO PAGAS): '
               AULAS-VAGAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF FORA-CALENDARIO > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'AVISO: ' FORA-CALENDARIO ' FALTA(S) EM DATA '
                   'QUE NAO E MAIS DIA LETIVO NO EX32 - DESCONSIDERADAS'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           IF SALDO-NEGATIVO > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'AVISO: ' SALDO-NEGATIVO ' PROFESSOR(ES) COM '
                   'FALTAS ALEM DA GRADE - DEVIDAS ZERADAS'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'ASSINATURA DA DIRECAO: ______________________'
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       GRAVAR-AUDITORIA.
      *    REGISTRA A FOLHA NO MESMO LOG UNICO DOS PROGRAMAS DA
      *    SECRETARIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX81' TO AUD-PROGRAMA
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

       END PROGRAM EX81.
