       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX80.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AUSENCIA ASSIGN TO "AUSEN80.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS FS-AUSENCIA.

           SELECT ARQ-HORARIO ASSIGN TO "HORARIO51.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CHAVE
               FILE STATUS IS FS-HORARIO.

           SELECT ARQ-CALEND ASSIGN TO "CALEND32.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS FS-CALEND.

           SELECT ARQ-PROF ASSIGN TO "PROF12.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS FS-PROF.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AUSENCIA.
           COPY AUSENC.

       FD  ARQ-HORARIO.
           COPY HORAR.

       FD  ARQ-CALEND.
           COPY CALEND.

       FD  ARQ-PROF.
           COPY PROF.

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-AUSENCIA     PIC X(02) VALUE SPACES.
       77 FS-HORARIO      PIC X(02) VALUE SPACES.
       77 FS-CALEND       PIC X(02) VALUE SPACES.
       77 FS-PROF         PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 CONFIRMA        PIC X(01) VALUE SPACES.
       77 DIA-INTEIRO     PIC X(01) VALUE SPACES.
       77 FALTOU          PIC X(01) VALUE SPACES.
       77 CODIGO-PROF     PIC 9(04) VALUE ZEROS.
       77 NOME-PROF       PIC X(30) VALUE SPACES.
       77 PROF-OK         PIC X(01) VALUE 'N'.
       77 SUBSTITUTO      PIC 9(04) VALUE ZEROS.
       77 SUBSTITUTO-OK   PIC X(01) VALUE 'N'.
       77 DATA-AULA       PIC 9(08) VALUE ZEROS.
       77 DATA-AULA-X REDEFINES DATA-AULA PIC X(08).
       77 DATA-OK         PIC X(01) VALUE 'N'.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 PERIODO         PIC 9(01) VALUE ZEROS.
       77 DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       77 DIAS-CORRIDOS   PIC 9(07) VALUE ZEROS.
       77 SEMANAS         PIC 9(07) VALUE ZEROS.
       77 SLOT            PIC 9(01) VALUE ZEROS.
       77 MOTIVO          PIC X(30) VALUE SPACES.
       77 COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 COMPETENCIA-X REDEFINES COMPETENCIA PIC X(06).
       77 FIM-LEITURA     PIC X(01) VALUE 'N'.
       77 QTD-FAIXAS      PIC 9(01) VALUE ZEROS.
       77 IND-FAIXA       PIC 9(01) VALUE ZEROS.
       77 QTD-GRAVADAS    PIC 9(01) VALUE ZEROS.
       77 QTD-LISTADAS    PIC 9(04) VALUE ZEROS.
      *    AS FAIXAS DO PROFESSOR NO DIA DA SEMANA DA FALTA: NO MAXIMO
      *    UMA POR FAIXA DE AULA (O EX51 NAO DEIXA O PROFESSOR EM DUAS
      *    TURMAS NA MESMA FAIXA), ENTAO OITO BASTAM.
       01 TABELA-FAIXAS.
           02 FAIXA-DIA OCCURS 8.
               03 FX-SLOT         PIC 9(01).
               03 FX-TURMA        PIC X(06).
               03 FX-DISCIPLINA   PIC X(06).
       PROCEDURE DIVISION.
      *    AUSENCIAS E SUBSTITUICOES DE PROFESSOR: QUANDO O PROFESSOR
      *    FALTA, A SECRETARIA REGISTRA AQUI O DIA E AS FAIXAS DO
      *    HORARIO DO EX51 EM QUE ELE FALTOU E QUEM O SUBSTITUIU EM
      *    CADA UMA - O ACERTO QUE ERA FEITO NO PAPEL. A DATA TEM DE
      *    SER DIA LETIVO DO CALENDARIO DO EX32, E O SUBSTITUTO TEM DE
      *    ESTAR CADASTRADO (EX12) E LIVRE NAQUELA FAIXA: SEM AULA
      *    PROPRIA NO HORARIO E SEM OUTRA SUBSTITUICAO NA MESMA DATA.
      *    SUBSTITUTO ZERO E AULA VAGA. (S) TROCA O SUBSTITUTO DE UMA
      *    FALTA JA REGISTRADA, (E) EXCLUI UM REGISTRO FEITO POR
      *    ENGANO E (L) LISTA O MES. A HORA-AULA DO MES PARA A FOLHA
      *    SAI DESTE REGISTRO NO EX81. TUDO FICA NA AUDITORIA.
           OPEN I-O ARQ-AUSENCIA
           IF FS-AUSENCIA = "35"
               OPEN OUTPUT ARQ-AUSENCIA
               CLOSE ARQ-AUSENCIA
               OPEN I-O ARQ-AUSENCIA
           END-IF
           OPEN INPUT ARQ-HORARIO
           IF FS-HORARIO NOT = "00"
               DISPLAY 'HORARIO51.DAT NAO ENCONTRADO - RODE O EX51 '
                   'ANTES.'
               CLOSE ARQ-AUSENCIA
               STOP RUN
           END-IF
           OPEN INPUT ARQ-CALEND
           IF FS-CALEND NOT = "00"
               DISPLAY 'CALEND32.DAT NAO ENCONTRADO - RODE O EX32 '
                   'ANTES.'
               CLOSE ARQ-AUSENCIA
               CLOSE ARQ-HORARIO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-PROF
           IF FS-PROF NOT = "00"
               DISPLAY 'PROF12.DAT NAO ENCONTRADO - RODE O EX12 '
                   'ANTES.'
               CLOSE ARQ-AUSENCIA
               CLOSE ARQ-HORARIO
               CLOSE ARQ-CALEND
               STOP RUN
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'AUSENCIAS E SUBSTITUICOES DE PROFESSOR:'
               DISPLAY '(R) REGISTRAR FALTA (S) TROCAR SUBSTITUTO '
                   '(E) EXCLUIR (L) LISTAR MES (F) FIM'
               ACCEPT OPCAO
               IF OPCAO = 'R' OR OPCAO = 'r'
                   PERFORM REGISTRAR-FALTA
               ELSE
                   IF OPCAO = 'S' OR OPCAO = 's'
                       PERFORM TROCAR-SUBSTITUTO
                   ELSE
                       IF OPCAO = 'E' OR OPCAO = 'e'
                           PERFORM EXCLUIR-FALTA
                       ELSE
                           IF OPCAO = 'L' OR OPCAO = 'l'
                               PERFORM LISTAR-MES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-AUSENCIA
           CLOSE ARQ-HORARIO
           CLOSE ARQ-CALEND
           CLOSE ARQ-PROF
           STOP RUN.

       PEDIR-PROFESSOR.
           MOVE 'N' TO PROF-OK
           DISPLAY 'CODIGO DO PROFESSOR QUE FALTOU:'
           ACCEPT CODIGO-PROF
           MOVE CODIGO-PROF TO PR-CODIGO
           READ ARQ-PROF
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO CADASTRADO NO EX12: '
                       CODIGO-PROF
               NOT INVALID KEY
                   MOVE 'S' TO PROF-OK
                   MOVE PR-NOME TO NOME-PROF
                   DISPLAY 'PROFESSOR: ' PR-NOME
           END-READ.

       PEDIR-DATA.
      *    A DATA SO VALE SE FOR DIA LETIVO DO EX32; O ANO E O PERIODO
      *    DA GRADE SAEM DO PROPRIO CALENDARIO.
           MOVE 'N' TO DATA-OK
           DISPLAY 'DATA DA FALTA (AAAAMMDD):'
           ACCEPT DATA-AULA
           IF DATA-AULA-X IS NUMERIC AND DATA-AULA > 19000000
               MOVE DATA-AULA(1:4) TO CL-ANO
               MOVE 1 TO CL-PERIODO
               MOVE DATA-AULA TO CL-DATA
               READ ARQ-CALEND
                   INVALID KEY
                       MOVE 2 TO CL-PERIODO
                       READ ARQ-CALEND
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO DATA-OK
                       END-READ
                   NOT INVALID KEY
                       MOVE 'S' TO DATA-OK
               END-READ
           END-IF
           IF DATA-OK = 'S'
               MOVE CL-ANO TO ANO-LETIVO
               MOVE CL-PERIODO TO PERIODO
               PERFORM CALCULAR-DIA-SEMANA
           ELSE
               DISPLAY 'DATA ' DATA-AULA ' NAO E DIA LETIVO NO '
                   'CALENDARIO DO EX32.'
           END-IF.

       CALCULAR-DIA-SEMANA.
      *    O DIA 1 DA CONTAGEM DO INTEGER-OF-DATE (01/01/1601) FOI UMA
      *    SEGUNDA-FEIRA: O RESTO POR 7 DA 1=SEGUNDA A 6=SABADO, COMO
      *    NO HORARIO DO EX51, E 0=DOMINGO.
           COMPUTE DIAS-CORRIDOS = FUNCTION INTEGER-OF-DATE(DATA-AULA)
           DIVIDE DIAS-CORRIDOS BY 7 GIVING SEMANAS
               REMAINDER DIA-SEMANA.

       CARREGAR-FAIXAS.
      *    AS FAIXAS DO PROFESSOR NAQUELE DIA DA SEMANA, NA GRADE DO
      *    ANO/PERIODO DA DATA.
           MOVE ZEROS TO QTD-FAIXAS
           MOVE ANO-LETIVO TO HO-ANO
           MOVE PERIODO TO HO-PERIODO
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
                       IF HO-ANO NOT = ANO-LETIVO
                          OR HO-PERIODO NOT = PERIODO
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF HO-DIA = DIA-SEMANA
                              AND HO-PROFESSOR = CODIGO-PROF
                              AND QTD-FAIXAS < 8
                               ADD 1 TO QTD-FAIXAS
                               MOVE HO-SLOT TO FX-SLOT(QTD-FAIXAS)
                               MOVE HO-TURMA TO FX-TURMA(QTD-FAIXAS)
                               MOVE HO-DISCIPLINA
                                   TO FX-DISCIPLINA(QTD-FAIXAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-FALTA.
           PERFORM PEDIR-PROFESSOR
           IF PROF-OK = 'S'
               PERFORM PEDIR-DATA
               IF DATA-OK = 'S'
                   PERFORM CARREGAR-FAIXAS
                   IF QTD-FAIXAS = 0
                       DISPLAY 'O PROFESSOR NAO TEM AULA NESTE DIA NO '
                           'HORARIO DO EX51 (' ANO-LETIVO '-' PERIODO
                           ').'
                   ELSE
                       PERFORM REGISTRAR-FAIXAS
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-FAIXAS.
           MOVE SPACES TO MOTIVO
           PERFORM UNTIL MOTIVO NOT = SPACES
               DISPLAY 'MOTIVO DA FALTA (ATE 30 POSICOES):'
               ACCEPT MOTIVO
           END-PERFORM
           DISPLAY 'FALTOU EM TODAS AS ' QTD-FAIXAS ' AULA(S) DO DIA? '
               '(S/N)'
           ACCEPT DIA-INTEIRO
           MOVE ZEROS TO QTD-GRAVADAS
           MOVE 1 TO IND-FAIXA
           PERFORM UNTIL IND-FAIXA > QTD-FAIXAS
               DISPLAY 'FAIXA ' FX-SLOT(IND-FAIXA) ' TURMA '
                   FX-TURMA(IND-FAIXA) ' DISCIPLINA '
                   FX-DISCIPLINA(IND-FAIXA)
               IF DIA-INTEIRO = 'S' OR DIA-INTEIRO = 's'
                   MOVE 'S' TO FALTOU
               ELSE
                   DISPLAY '  FALTOU NESTA AULA? (S/N)'
                   ACCEPT FALTOU
               END-IF
               IF FALTOU = 'S' OR FALTOU = 's'
                   PERFORM REGISTRAR-FAIXA
               END-IF
               ADD 1 TO IND-FAIXA
           END-PERFORM
           DISPLAY QTD-GRAVADAS ' FALTA(S) REGISTRADA(S) PARA '
               NOME-PROF.

       REGISTRAR-FAIXA.
           MOVE DATA-AULA TO AU-DATA
           MOVE CODIGO-PROF TO AU-PROFESSOR
           MOVE FX-SLOT(IND-FAIXA) TO AU-SLOT
           READ ARQ-AUSENCIA
               INVALID KEY
                   PERFORM GRAVAR-FALTA
               NOT INVALID KEY
                   DISPLAY '  FALTA JA REGISTRADA NESTA FAIXA - USE '
                       '(S) PARA TROCAR O SUBSTITUTO.'
           END-READ.

       GRAVAR-FALTA.
           MOVE FX-SLOT(IND-FAIXA) TO SLOT
           PERFORM PEDIR-SUBSTITUTO
           MOVE DATA-AULA TO AU-DATA
           MOVE CODIGO-PROF TO AU-PROFESSOR
           MOVE SLOT TO AU-SLOT
           MOVE ANO-LETIVO TO AU-ANO
           MOVE PERIODO TO AU-PERIODO
           MOVE FX-TURMA(IND-FAIXA) TO AU-TURMA
           MOVE FX-DISCIPLINA(IND-FAIXA) TO AU-DISCIPLINA
           MOVE SUBSTITUTO TO AU-SUBSTITUTO
           MOVE MOTIVO TO AU-MOTIVO
           IF CTX-ATIVO = 'S'
               MOVE CTX-OPERADOR TO AU-OPERADOR
           ELSE
               MOVE ZEROS TO AU-OPERADOR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AU-DATA-REGISTRO
           WRITE REG-AUSENCIA
               INVALID KEY
                   DISPLAY '  ERRO AO GRAVAR A FALTA: ' FS-AUSENCIA
               NOT INVALID KEY
                   ADD 1 TO QTD-GRAVADAS
                   MOVE 'FALTA PROF' TO AUD-ACAO
                   PERFORM MONTAR-CHAVE-AUDITORIA
                   MOVE SPACES TO AUD-VALOR
                   STRING 'TURMA=' AU-TURMA ' DISC=' AU-DISCIPLINA
                       ' SUBST=' AU-SUBSTITUTO
                       DELIMITED BY SIZE INTO AUD-VALOR
                   PERFORM GRAVAR-AUDITORIA
           END-WRITE.

       PEDIR-SUBSTITUTO.
      *    REPETE ATE VIR UM SUBSTITUTO VALIDO OU ZERO (AULA VAGA).
           MOVE 'N' TO SUBSTITUTO-OK
           PERFORM UNTIL SUBSTITUTO-OK = 'S'
               DISPLAY '  CODIGO DO SUBSTITUTO (0 = AULA VAGA):'
               ACCEPT SUBSTITUTO
               IF SUBSTITUTO = 0
                   MOVE 'S' TO SUBSTITUTO-OK
               ELSE
                   PERFORM VALIDAR-SUBSTITUTO
               END-IF
           END-PERFORM.

       VALIDAR-SUBSTITUTO.
           MOVE 'S' TO SUBSTITUTO-OK
           IF SUBSTITUTO = CODIGO-PROF
               MOVE 'N' TO SUBSTITUTO-OK
               DISPLAY '  O SUBSTITUTO NAO PODE SER O PROPRIO '
                   'PROFESSOR QUE FALTOU.'
           ELSE
               MOVE SUBSTITUTO TO PR-CODIGO
               READ ARQ-PROF
                   INVALID KEY
                       MOVE 'N' TO SUBSTITUTO-OK
                       DISPLAY '  SUBSTITUTO NAO CADASTRADO NO EX12: '
                           SUBSTITUTO
                   NOT INVALID KEY
                       DISPLAY '  SUBSTITUTO: ' PR-NOME
               END-READ
           END-IF
           IF SUBSTITUTO-OK = 'S'
               PERFORM CONFERIR-AULA-PROPRIA
           END-IF
           IF SUBSTITUTO-OK = 'S'
               PERFORM CONFERIR-OUTRA-SUBSTITUICAO
           END-IF.

       CONFERIR-AULA-PROPRIA.
      *    O SUBSTITUTO NAO PODE TER AULA PROPRIA NA MESMA FAIXA DO
      *    MESMO DIA DA SEMANA - A MENOS QUE ELE TAMBEM TENHA FALTADO
      *    NELA, O QUE ESTA REGISTRADO NESTE ARQUIVO.
           MOVE ANO-LETIVO TO HO-ANO
           MOVE PERIODO TO HO-PERIODO
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
                       IF HO-ANO NOT = ANO-LETIVO
                          OR HO-PERIODO NOT = PERIODO
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF HO-DIA = DIA-SEMANA AND HO-SLOT = SLOT
                              AND HO-PROFESSOR = SUBSTITUTO
                               MOVE 'S' TO FIM-LEITURA
                               PERFORM CONFERIR-FALTA-DO-SUBSTITUTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONFERIR-FALTA-DO-SUBSTITUTO.
           MOVE DATA-AULA TO AU-DATA
           MOVE SUBSTITUTO TO AU-PROFESSOR
           MOVE SLOT TO AU-SLOT
           READ ARQ-AUSENCIA
               INVALID KEY
                   MOVE 'N' TO SUBSTITUTO-OK
                   DISPLAY '  O SUBSTITUTO TEM AULA NA TURMA '
                       HO-TURMA ' NESTA FAIXA.'
           END-READ.

       CONFERIR-OUTRA-SUBSTITUICAO.
           MOVE DATA-AULA TO AU-DATA
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
                       IF AU-DATA NOT = DATA-AULA
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF AU-SLOT = SLOT
                              AND AU-SUBSTITUTO = SUBSTITUTO
                              AND AU-PROFESSOR NOT = CODIGO-PROF
                               MOVE 'S' TO FIM-LEITURA
                               MOVE 'N' TO SUBSTITUTO-OK
                               DISPLAY '  O SUBSTITUTO JA COBRE A '
                                   'TURMA ' AU-TURMA ' NESTA FAIXA.'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOCALIZAR-FALTA.
      *    PARA (S) E (E): PROFESSOR, DATA E FAIXA DA FALTA.
           MOVE 'N' TO DATA-OK
           PERFORM PEDIR-PROFESSOR
           IF PROF-OK = 'S'
               PERFORM PEDIR-DATA
           END-IF
           IF DATA-OK = 'S'
               MOVE ZEROS TO SLOT
               PERFORM UNTIL SLOT >= 1 AND SLOT <= 8
                   DISPLAY 'FAIXA DE AULA (1 A 8):'
                   ACCEPT SLOT
               END-PERFORM
               MOVE DATA-AULA TO AU-DATA
               MOVE CODIGO-PROF TO AU-PROFESSOR
               MOVE SLOT TO AU-SLOT
               READ ARQ-AUSENCIA
                   INVALID KEY
                       MOVE 'N' TO DATA-OK
                       DISPLAY 'NENHUMA FALTA REGISTRADA NESTA FAIXA.'
                   NOT INVALID KEY
                       DISPLAY 'TURMA ' AU-TURMA ' DISCIPLINA '
                           AU-DISCIPLINA ' SUBSTITUTO ' AU-SUBSTITUTO
                           ' MOTIVO: ' AU-MOTIVO
               END-READ
           END-IF.

       TROCAR-SUBSTITUTO.
           PERFORM LOCALIZAR-FALTA
           IF DATA-OK = 'S'
               PERFORM PEDIR-SUBSTITUTO
               MOVE DATA-AULA TO AU-DATA
               MOVE CODIGO-PROF TO AU-PROFESSOR
               MOVE SLOT TO AU-SLOT
               READ ARQ-AUSENCIA
                   INVALID KEY
                       DISPLAY 'FALTA NAO ENCONTRADA: ' FS-AUSENCIA
                   NOT INVALID KEY
                       PERFORM REGRAVAR-SUBSTITUTO
               END-READ
           END-IF.

       REGRAVAR-SUBSTITUTO.
           MOVE 'SUBST PROF' TO AUD-ACAO
           PERFORM MONTAR-CHAVE-AUDITORIA
           MOVE SPACES TO AUD-VALOR
           STRING 'DE=' AU-SUBSTITUTO ' PARA=' SUBSTITUTO
               DELIMITED BY SIZE INTO AUD-VALOR
           MOVE SUBSTITUTO TO AU-SUBSTITUTO
           REWRITE REG-AUSENCIA
               INVALID KEY
                   DISPLAY 'ERRO AO TROCAR O SUBSTITUTO: ' FS-AUSENCIA
               NOT INVALID KEY
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY 'SUBSTITUTO ALTERADO.'
           END-REWRITE.

       EXCLUIR-FALTA.
           PERFORM LOCALIZAR-FALTA
           IF DATA-OK = 'S'
               DISPLAY 'CONFIRMA A EXCLUSAO DESTA FALTA? (S/N)'
               ACCEPT CONFIRMA
               IF CONFIRMA = 'S' OR CONFIRMA = 's'
                   MOVE 'EXCL FALTA PROF' TO AUD-ACAO
                   PERFORM MONTAR-CHAVE-AUDITORIA
                   MOVE SPACES TO AUD-VALOR
                   STRING 'TURMA=' AU-TURMA ' DISC=' AU-DISCIPLINA
                       ' SUBST=' AU-SUBSTITUTO
                       DELIMITED BY SIZE INTO AUD-VALOR
                   DELETE ARQ-AUSENCIA
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR: ' FS-AUSENCIA
                       NOT INVALID KEY
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY 'FALTA EXCLUIDA.'
                   END-DELETE
               END-IF
           END-IF.

       LISTAR-MES.
           DISPLAY 'MES A LISTAR (AAAAMM):'
           ACCEPT COMPETENCIA
           MOVE ZEROS TO QTD-LISTADAS
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
                           ADD 1 TO QTD-LISTADAS
                           DISPLAY AU-DATA ' PROF ' AU-PROFESSOR
                               ' FAIXA ' AU-SLOT ' ' AU-TURMA ' '
                               AU-DISCIPLINA ' SUBST ' AU-SUBSTITUTO
                               ' - ' AU-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY QTD-LISTADAS ' FALTA(S) NO MES.'.

       MONTAR-CHAVE-AUDITORIA.
           MOVE SPACES TO AUD-CHAVE
           STRING AU-DATA '/' AU-PROFESSOR '/' AU-SLOT
               DELIMITED BY SIZE INTO AUD-CHAVE.

       GRAVAR-AUDITORIA.
      *    REGISTRA A OPERACAO NO MESMO LOG UNICO DOS PROGRAMAS DA
      *    SECRETARIA, COM O PROFESSOR QUE FALTOU COMO RESPONSAVEL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX80' TO AUD-PROGRAMA
           MOVE AU-PROFESSOR TO AUD-PROFESSOR
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

       END PROGRAM EX80.
