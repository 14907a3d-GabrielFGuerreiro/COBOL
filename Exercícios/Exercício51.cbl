               RECORD KEY IS PR-CODIGO
               FILE STATUS IS FS-PROF.

           SELECT ARQ-SALAS ASSIGN TO "SALAS66.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CODIGO
               FILE STATUS IS FS-SALAS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-IMPRESSO ASSIGN TO "HORARIO51.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPRESSO.
       FD  ARQ-PROF.
           COPY PROF.

       FD  ARQ-SALAS.
           COPY SALA.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-IMPRESSO.
       01  LINHA-IMPRESSO PIC X(90).

       77 FS-ATRIB        PIC X(02) VALUE SPACES.
       77 FS-PROF         PIC X(02) VALUE SPACES.
       77 PROF-ABERTO     PIC X(01) VALUE 'N'.
       77 FS-SALAS        PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 ALUNOS-ABERTO   PIC X(01) VALUE 'N'.
       77 FS-IMPRESSO     PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 OPCAO           PIC X(01) VALUE SPACES.
       77 NOME-PROFESSOR  PIC X(30) VALUE SPACES.
       77 FIM-LISTA       PIC X(01) VALUE 'N'.
       77 CONFLITO        PIC X(01) VALUE 'N'.
       77 SALA            PIC X(06) VALUE SPACES.
       77 CAPACIDADE-SALA PIC 9(03) VALUE ZEROS.
       77 ALUNOS-TURMA    PIC 9(04) VALUE ZEROS.
       77 FIM-ALUNOS      PIC X(01) VALUE 'N'.
       77 FIM-SALAS       PIC X(01) VALUE 'N'.
       77 FAIXAS-SALA     PIC 9(02) VALUE ZEROS.
       77 SALAS-IMPRESSAS PIC 9(04) VALUE ZEROS.
       77 NOME-TIPO       PIC X(12) VALUE SPACES.
       77 LINHAS-IMPRESSAS PIC 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
      *    GRADE DE HORARIO COM DETECCAO DE CONFLITO: O ATRIB12.DAT
      *    PROFESSOR DA ATRIBUICAO, E A GRAVACAO E RECUSADA SE A
      *    TURMA OU O PROFESSOR JA ESTAO OCUPADOS NA MESMA FAIXA. O
      *    HORARIO SAI IMPRESSO POR TURMA E POR PROFESSOR PARA O
      *    COMECO DO PERIODO. CADA FAIXA LEVA TAMBEM A SALA (CADASTRO
      *    DO EX66): DUAS TURMAS NA MESMA SALA NA MESMA FAIXA SAO
      *    RECUSADAS, TURMA COM MAIS ALUNOS MATRICULADOS DO QUE A SALA
      *    COMPORTA GERA AVISO, E A OCUPACAO DAS SALAS SAI IMPRESSA AO
      *    LADO DOS HORARIOS POR TURMA E POR PROFESSOR.
           PERFORM UNTIL ANO-LETIVO >= 1900 AND ANO-LETIVO <= 2999
               DISPLAY 'DIGITE O ANO LETIVO (EX: 2026)'
               ACCEPT ANO-LETIVO
               DISPLAY 'AVISO: PROF12.DAT NAO ENCONTRADO - OS '
                   'IMPRESSOS SAEM SEM O NOME DO PROFESSOR.'
           END-IF
           OPEN INPUT ARQ-SALAS
           IF FS-SALAS NOT = "00"
               DISPLAY 'SALAS66.DAT NAO ENCONTRADO - RODE O EX66 '
                   'ANTES: CADA FAIXA PRECISA DE UMA SALA.'
               CLOSE ARQ-HORARIO
               CLOSE ARQ-TURMAS
               CLOSE ARQ-DISCIP
               CLOSE ARQ-ATRIB
               IF PROF-ABERTO = 'S'
                   CLOSE ARQ-PROF
               END-IF
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS = "00"
               MOVE 'S' TO ALUNOS-ABERTO
           ELSE
               DISPLAY 'AVISO: ALUNOS.DAT NAO ENCONTRADO - SEM AVISO '
                   'DE LOTACAO DA SALA.'
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'GRADE DE HORARIO ' ANO-LETIVO '-' PERIODO
                   ':'
               DISPLAY '(I) INCLUIR FAIXA (E) EXCLUIR FAIXA '
                   '(T) HORARIO DA TURMA (P) HORARIO DO PROFESSOR '
                   '(S) OCUPACAO DAS SALAS (F) FIM'
               ACCEPT OPCAO
               IF OPCAO = 'I' OR OPCAO = 'i'
                   PERFORM INCLUIR-FAIXA
                       ELSE
                           IF OPCAO = 'P' OR OPCAO = 'p'
                               PERFORM IMPRIMIR-HORARIO-PROFESSOR
                           ELSE
                               IF OPCAO = 'S' OR OPCAO = 's'
                                   PERFORM IMPRIMIR-OCUPACAO-SALAS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           IF PROF-ABERTO = 'S'
               CLOSE ARQ-PROF
           END-IF
           CLOSE ARQ-SALAS
           IF ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
           END-IF
           STOP RUN.

       PEDIR-TURMA.
                       DISPLAY DISCIPLINA ' - ' DI-NOME
               END-READ
           END-PERFORM
           PERFORM PEDIR-SALA

      *    O PROFESSOR NAO E DIGITADO: VEM DA ATRIBUICAO DO EX12
      *    PARA A DISCIPLINA NESTE ANO/PERIODO - SEM ATRIBUICAO NAO
                   PERFORM GRAVAR-FAIXA
           END-READ.

       PEDIR-SALA.
           MOVE SPACES TO SALA
           PERFORM UNTIL SALA NOT = SPACES
               DISPLAY 'CODIGO DA SALA (EX: LAB01):'
               ACCEPT SALA
               MOVE SALA TO SA-CODIGO
               READ ARQ-SALAS
                   INVALID KEY
                       DISPLAY 'SALA NAO CADASTRADA: ' SALA
                           ' - RODE O EX66 PARA INCLUIR.'
                       MOVE SPACES TO SALA
                   NOT INVALID KEY
                       PERFORM DESCREVER-TIPO-SALA
                       DISPLAY SALA ' - ' SA-NOME ' ' NOME-TIPO
                           ' CAPACIDADE ' SA-CAPACIDADE
                       MOVE SA-CAPACIDADE TO CAPACIDADE-SALA
               END-READ
           END-PERFORM.

       DESCREVER-TIPO-SALA.
           IF SA-TIPO = 'L'
               MOVE 'LABORATORIO' TO NOME-TIPO
           ELSE
               IF SA-TIPO = 'Q'
                   MOVE 'QUADRA' TO NOME-TIPO
               ELSE
                   MOVE 'SALA COMUM' TO NOME-TIPO
               END-IF
           END-IF.

       GRAVAR-FAIXA.
      *    TRES RESERVAS NAO CONVIVEM: A DA TURMA E BARRADA PELA
      *    PROPRIA CHAVE DO ARQUIVO, E A DO PROFESSOR E A DA SALA POR
      *    VARREDURAS DA MESMA FAIXA NAS OUTRAS TURMAS DO PERIODO.
           PERFORM VERIFICAR-PROFESSOR-LIVRE
           IF CONFLITO = 'S'
               DISPLAY 'FAIXA RECUSADA: O PROFESSOR ' PROFESSOR-RESP
                   ' JA ESTA NA TURMA ' HO-TURMA ' NO DIA '
                   DIA-SEMANA ' FAIXA ' SLOT '.'
           ELSE
               PERFORM VERIFICAR-SALA-LIVRE
               IF CONFLITO = 'S'
                   DISPLAY 'FAIXA RECUSADA: A SALA ' SALA
                       ' JA ESTA COM A TURMA ' HO-TURMA ' NO DIA '
                       DIA-SEMANA ' FAIXA ' SLOT '.'
               END-IF
           END-IF
           IF CONFLITO = 'N'
               MOVE ANO-LETIVO    TO HO-ANO
               MOVE PERIODO       TO HO-PERIODO
               MOVE TURMA-ALVO    TO HO-TURMA
               MOVE SLOT          TO HO-SLOT
               MOVE DISCIPLINA    TO HO-DISCIPLINA
               MOVE PROFESSOR-RESP TO HO-PROFESSOR
               MOVE SALA          TO HO-SALA
               WRITE REG-HORARIO
                   INVALID KEY
                       PERFORM MOSTRAR-FAIXA-OCUPADA
                       DISPLAY 'FAIXA GRAVADA: ' TURMA-ALVO ' DIA '
                           DIA-SEMANA ' AULA ' SLOT ' -> '
                           DISCIPLINA ' PROF ' PROFESSOR-RESP
                           ' SALA ' SALA
                       PERFORM VERIFICAR-LOTACAO
                       MOVE 'INCLUSAO FAIXA' TO AUD-ACAO
                       MOVE SPACES TO AUD-CHAVE
                       STRING TURMA-ALVO '/' ANO-LETIVO '-' PERIODO
                           DELIMITED BY SIZE INTO AUD-CHAVE
                       MOVE SPACES TO AUD-VALOR
                       STRING DISCIPLINA ' PROF=' PROFESSOR-RESP
                           ' SALA=' SALA
                           DELIMITED BY SIZE INTO AUD-VALOR
                       PERFORM GRAVAR-AUDITORIA
               END-WRITE
               END-READ
           END-PERFORM.

       VERIFICAR-SALA-LIVRE.
      *    MESMA VARREDURA DO PROFESSOR, PROCURANDO A SALA. FAIXA
      *    GRAVADA ANTES DO CADASTRO DE SALAS (HO-SALA EM BRANCO) NAO
      *    OCUPA SALA NENHUMA.
           MOVE 'N' TO CONFLITO
           MOVE 'N' TO FIM-LISTA
           MOVE ANO-LETIVO TO HO-ANO
           MOVE PERIODO    TO HO-PERIODO
           MOVE LOW-VALUES TO HO-TURMA
           MOVE ZEROS TO HO-DIA
           MOVE ZEROS TO HO-SLOT
           START ARQ-HORARIO KEY IS NOT LESS THAN HO-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S' OR CONFLITO = 'S'
               READ ARQ-HORARIO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF HO-ANO NOT = ANO-LETIVO
                          OR HO-PERIODO NOT = PERIODO
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           IF HO-SALA = SALA
                              AND HO-DIA = DIA-SEMANA
                              AND HO-SLOT = SLOT
                              AND HO-TURMA NOT = TURMA-ALVO
                               MOVE 'S' TO CONFLITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICAR-LOTACAO.
      *    A FAIXA FICA GRAVADA MESMO ASSIM (A TURMA PODE SER DIVIDIDA
      *    NA AULA), MAS A SECRETARIA FICA AVISADA. CONTA OS ALUNOS
      *    ATIVOS ALOCADOS NA TURMA EM ALUNOS.DAT.
           IF ALUNOS-ABERTO = 'S'
               PERFORM CONTAR-ALUNOS-TURMA
               IF ALUNOS-TURMA > CAPACIDADE-SALA
                   DISPLAY 'AVISO: A TURMA ' TURMA-ALVO ' TEM '
                       ALUNOS-TURMA ' ALUNOS MATRICULADOS E A SALA '
                       SALA ' COMPORTA ' CAPACIDADE-SALA '.'
               END-IF
           END-IF.

       CONTAR-ALUNOS-TURMA.
           MOVE ZEROS TO ALUNOS-TURMA
           MOVE 'N' TO FIM-ALUNOS
           MOVE TURMA-ALVO TO AL-TURMA
           START ARQ-ALUNOS KEY IS EQUAL TO AL-TURMA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       IF AL-TURMA NOT = TURMA-ALVO
                           MOVE 'S' TO FIM-ALUNOS
                       END-IF
                       IF AL-TURMA = TURMA-ALVO
                          AND AL-SITUACAO = 'A'
                           ADD 1 TO ALUNOS-TURMA
                       END-IF
               END-READ
           END-PERFORM.

       EXCLUIR-FAIXA.
           PERFORM PEDIR-TURMA
           PERFORM PEDIR-FAIXA
           MOVE SPACES TO LINHA-IMPRESSO
           STRING 'DIA ' HO-DIA ' AULA ' HO-SLOT ' TURMA '
               HO-TURMA ' ' HO-DISCIPLINA ' - ' DI-NOME
               ' PROF ' HO-PROFESSOR ' SALA ' HO-SALA
               DELIMITED BY SIZE INTO LINHA-IMPRESSO
           WRITE LINHA-IMPRESSO.

       IMPRIMIR-OCUPACAO-SALAS.
      *    UMA SECAO POR SALA DO CADASTRO, COM AS FAIXAS DO PERIODO
      *    EM QUE ELA ESTA OCUPADA E O TOTAL DE OCUPACAO SOBRE AS 48
      *    FAIXAS DA SEMANA (6 DIAS X 8 AULAS).
           OPEN OUTPUT ARQ-IMPRESSO
           MOVE SPACES TO LINHA-IMPRESSO
           STRING 'OCUPACAO DAS SALAS - ' ANO-LETIVO '-' PERIODO
               DELIMITED BY SIZE INTO LINHA-IMPRESSO
           WRITE LINHA-IMPRESSO
           MOVE ZEROS TO LINHAS-IMPRESSAS
           MOVE ZEROS TO SALAS-IMPRESSAS
           MOVE 'N' TO FIM-SALAS
           MOVE LOW-VALUES TO SA-CODIGO
           START ARQ-SALAS KEY IS NOT LESS THAN SA-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIM-SALAS
           END-START
           PERFORM UNTIL FIM-SALAS = 'S'
               READ ARQ-SALAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-SALAS
                   NOT AT END
                       ADD 1 TO SALAS-IMPRESSAS
                       PERFORM IMPRIMIR-OCUPACAO-SALA
               END-READ
           END-PERFORM
           PERFORM FECHAR-IMPRESSO
           DISPLAY 'OCUPACAO DE ' SALAS-IMPRESSAS ' SALA(S) EM '
               'HORARIO51.PRT (' LINHAS-IMPRESSAS ' FAIXAS).'.

       IMPRIMIR-OCUPACAO-SALA.
           PERFORM DESCREVER-TIPO-SALA
           MOVE SA-CODIGO TO SALA
           MOVE SPACES TO LINHA-IMPRESSO
           WRITE LINHA-IMPRESSO
           MOVE SPACES TO LINHA-IMPRESSO
           STRING 'SALA ' SA-CODIGO ' - ' SA-NOME ' ' NOME-TIPO
               ' CAPACIDADE ' SA-CAPACIDADE
               DELIMITED BY SIZE INTO LINHA-IMPRESSO
           WRITE LINHA-IMPRESSO
           MOVE ZEROS TO FAIXAS-SALA
           MOVE 'N' TO FIM-LISTA
           MOVE ANO-LETIVO TO HO-ANO
           MOVE PERIODO    TO HO-PERIODO
           MOVE LOW-VALUES TO HO-TURMA
           MOVE ZEROS TO HO-DIA
           MOVE ZEROS TO HO-SLOT
           START ARQ-HORARIO KEY IS NOT LESS THAN HO-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-HORARIO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF HO-ANO NOT = ANO-LETIVO
                          OR HO-PERIODO NOT = PERIODO
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           IF HO-SALA = SALA
                               ADD 1 TO FAIXAS-SALA
                               ADD 1 TO LINHAS-IMPRESSAS
                               PERFORM GRAVAR-LINHA-HORARIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO LINHA-IMPRESSO
           STRING 'OCUPACAO: ' FAIXAS-SALA ' DE 48 FAIXAS DA SEMANA'
               DELIMITED BY SIZE INTO LINHA-IMPRESSO
           WRITE LINHA-IMPRESSO.

