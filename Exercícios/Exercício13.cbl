               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-RELACAO ASSIGN TO "TURMA13.PRT"
       77 FIM-LISTA       PIC X(01) VALUE 'N'.
       77 ALUNOS-TURMA    PIC 9(04) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 FIM-ALUNOS      PIC X(01) VALUE 'N'.
       77 OCUPADAS        PIC 9(04) VALUE ZEROS.
       77 LIVRES          PIC 9(04) VALUE ZEROS.
       77 MATRICULA-FORA  PIC 9(06) VALUE ZEROS.
       77 NOVAS-VAGAS     PIC 9(03) VALUE ZEROS.
       01 LINHA-ALUNO.
           02 LA-MATRICULA   PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
      *    MANTEM O CADASTRO DE TURMAS E A ALOCACAO DE CADA ALUNO DE
      *    ALUNOS.DAT A UMA TURMA, E IMPRIME A RELACAO DA TURMA, PARA
      *    A SECRETARIA PARAR DE MANTER AS LISTAS DE SECAO NO CADERNO
      *    AO LADO DO TERMINAL. CADA TURMA TEM UM NUMERO DE VAGAS, E
      *    A ALOCACAO RECUSA O ALUNO QUANDO A TURMA JA ESTA CHEIA.
           OPEN I-O ARQ-TURMAS
           IF FS-TURMAS = "35"
               OPEN OUTPUT ARQ-TURMAS
           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'CADASTRO DE TURMAS:'
               DISPLAY '(T) INCLUIR TURMA (L) LISTAR TURMAS '
                   '(A) ALOCAR ALUNO (R) RELACAO DA TURMA'
               DISPLAY '(V) ALTERAR VAGAS (F) FIM'
               ACCEPT OPCAO
               IF OPCAO = 'T' OR OPCAO = 't'
                   PERFORM INCLUIR-TURMA
                       ELSE
                           IF OPCAO = 'R' OR OPCAO = 'r'
                               PERFORM RELACAO-DA-TURMA
                           ELSE
                               IF OPCAO = 'V' OR OPCAO = 'v'
                                   PERFORM ALTERAR-VAGAS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                       DISPLAY 'DIGITE O PERIODO (1 OU 2)'
                       ACCEPT TU-PERIODO
                   END-PERFORM
                   MOVE ZEROS TO TU-VAGAS
                   PERFORM UNTIL TU-VAGAS > 0
                       DISPLAY 'NUMERO DE VAGAS DA TURMA (1 A 999):'
                       ACCEPT TU-VAGAS
                   END-PERFORM
                   MOVE CODIGO-TURMA TO TU-CODIGO
                   WRITE REG-TURMA
                       INVALID KEY
                   MOVE 'INCLUSAO TURMA' TO AUD-ACAO
                   MOVE CODIGO-TURMA TO AUD-CHAVE
                   STRING 'TURNO=' TU-TURNO ' PERIODO=' TU-ANO '-'
                       TU-PERIODO ' VAGAS=' TU-VAGAS
                       DELIMITED BY SIZE INTO AUD-VALOR
                   PERFORM GRAVAR-AUDITORIA
               NOT INVALID KEY
                   DISPLAY 'TURMA JA CADASTRADA: ' TU-CODIGO
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       MOVE ZEROS TO MATRICULA-FORA
                       PERFORM CONTAR-OCUPADAS
                       IF TU-VAGAS = ZEROS
                           DISPLAY TU-CODIGO ' TURNO ' TU-TURNO ' '
                               TU-ANO '-' TU-PERIODO ' OCUPADAS '
                               OCUPADAS ' SEM LIMITE DE VAGAS'
                       ELSE
                           PERFORM CALCULAR-LIVRES
                           DISPLAY TU-CODIGO ' TURNO ' TU-TURNO ' '
                               TU-ANO '-' TU-PERIODO ' VAGAS '
                               TU-VAGAS ' OCUPADAS ' OCUPADAS
                               ' LIVRES ' LIVRES
                       END-IF
               END-READ
           END-PERFORM.

       CONTAR-OCUPADAS.
      *    OCUPA VAGA O ALUNO ATIVO ALOCADO NA TURMA DE REG-TURMA; O
      *    ALUNO EM MATRICULA-FORA (O QUE ESTA SENDO ALOCADO) NAO
      *    CONTA, PARA A REALOCACAO NA MESMA TURMA NAO SER RECUSADA.
      *    A VARREDURA USA REG-ALUNO: QUEM CHAMA RELE O SEU ALUNO.
      *    SO OS ALUNOS DA TURMA SAO LIDOS, PELA CHAVE ALTERNATIVA
      *    AL-TURMA; A LEITURA PARA NA PRIMEIRA TURMA DIFERENTE.
           MOVE ZEROS TO OCUPADAS
           MOVE 'N' TO FIM-ALUNOS
           MOVE TU-CODIGO TO AL-TURMA
           START ARQ-ALUNOS KEY IS EQUAL TO AL-TURMA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       IF AL-TURMA NOT = TU-CODIGO
                           MOVE 'S' TO FIM-ALUNOS
                       END-IF
                       IF AL-TURMA = TU-CODIGO
                               AND AL-SITUACAO = 'A'
                               AND AL-MATRICULA NOT = MATRICULA-FORA
                           ADD 1 TO OCUPADAS
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-LIVRES.
           IF OCUPADAS < TU-VAGAS
               SUBTRACT OCUPADAS FROM TU-VAGAS GIVING LIVRES
           ELSE
               MOVE ZEROS TO LIVRES
           END-IF.

       ALTERAR-VAGAS.
      *    A TURMA NAO PODE FICAR COM MENOS VAGAS DO QUE ALUNOS ATIVOS
      *    JA ALOCADOS: PRIMEIRO SE REMANEJA O EXCEDENTE PELO (A).
           PERFORM PEDIR-CODIGO-TURMA
           MOVE CODIGO-TURMA TO TU-CODIGO
           READ ARQ-TURMAS
               INVALID KEY
                   DISPLAY 'TURMA NAO CADASTRADA: ' CODIGO-TURMA
               NOT INVALID KEY
                   MOVE ZEROS TO MATRICULA-FORA
                   PERFORM CONTAR-OCUPADAS
                   DISPLAY 'TURMA ' TU-CODIGO ' VAGAS ATUAIS '
                       TU-VAGAS ' OCUPADAS ' OCUPADAS
                   MOVE ZEROS TO NOVAS-VAGAS
                   PERFORM UNTIL NOVAS-VAGAS > 0
                       DISPLAY 'NOVO NUMERO DE VAGAS (1 A 999):'
                       ACCEPT NOVAS-VAGAS
                   END-PERFORM
                   IF NOVAS-VAGAS < OCUPADAS
                       DISPLAY 'A TURMA JA TEM ' OCUPADAS ' ALUNOS '
                           'ATIVOS - REMANEJE O EXCEDENTE ANTES DE '
                           'REDUZIR AS VAGAS.'
                   ELSE
                       MOVE NOVAS-VAGAS TO TU-VAGAS
                       REWRITE REG-TURMA
                           INVALID KEY
                               DISPLAY 'ERRO AO ALTERAR A TURMA: '
                                   FS-TURMAS
                           NOT INVALID KEY
                               PERFORM AUDITAR-VAGAS
                       END-REWRITE
                   END-IF
           END-READ.

       AUDITAR-VAGAS.
           MOVE 'ALTERACAO VAGAS' TO AUD-ACAO
           MOVE CODIGO-TURMA TO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'VAGAS=' TU-VAGAS ' OCUPADAS=' OCUPADAS
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

       ALOCAR-ALUNO.
      *    LIGA UM ALUNO JA CADASTRADO A UMA TURMA JA CADASTRADA;
      *    REPETIR A ALOCACAO TROCA O ALUNO DE TURMA. TURMA SEM VAGA
      *    LIVRE RECUSA O ALUNO.
           MOVE ZEROS TO MATRICULA
           MOVE ZEROS TO DV-OK
           PERFORM UNTIL MATRICULA > 0 AND DV-OK = 1
                           DISPLAY 'TURMA NAO CADASTRADA: '
                               CODIGO-TURMA
                       NOT INVALID KEY
                           MOVE MATRICULA TO MATRICULA-FORA
                           PERFORM CONTAR-OCUPADAS
                           IF TU-VAGAS > ZEROS
                                   AND OCUPADAS NOT < TU-VAGAS
                               DISPLAY 'TURMA ' CODIGO-TURMA ' SEM VAGA'
                                   ' (' OCUPADAS ' DE ' TU-VAGAS
                                   ') - ALUNO NAO ALOCADO.'
                           ELSE
                               PERFORM GRAVAR-ALOCACAO
                           END-IF
                   END-READ
           END-READ.

       GRAVAR-ALOCACAO.
      *    A CONTAGEM DE VAGAS LEU OS ALUNOS DA TURMA PELA CHAVE
      *    ALTERNATIVA AL-TURMA E DEIXOU OUTRO REGISTRO NA AREA: O
      *    ALUNO E RELIDO PELA MATRICULA ANTES DA REGRAVACAO.
           MOVE MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' MATRICULA
               NOT INVALID KEY
                   MOVE CODIGO-TURMA TO AL-TURMA
                   REWRITE REG-ALUNO
                       INVALID KEY
                           DISPLAY 'ERRO AO ALOCAR O ALUNO: '
                               FS-ALUNOS
                       NOT INVALID KEY
                           PERFORM AUDITAR-ALOCACAO
                   END-REWRITE
           END-READ.

       AUDITAR-ALOCACAO.
           DISPLAY 'ALUNO ' MATRICULA ' ALOCADO NA '
               'TURMA ' CODIGO-TURMA
           MOVE 'ALOCACAO TURMA' TO AUD-ACAO
           MOVE MATRICULA TO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'TURMA=' CODIGO-TURMA
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

       RELACAO-DA-TURMA.
      *    IMPRIME A RELACAO DOS ALUNOS DA TURMA COM OS DADOS DO
      *    CADASTRO, LENDO ALUNOS.DAT PELA CHAVE ALTERNATIVA AL-TURMA
      *    A PARTIR DO PRIMEIRO ALUNO DA TURMA ATE A TURMA MUDAR.
           PERFORM PEDIR-CODIGO-TURMA
           MOVE CODIGO-TURMA TO TU-CODIGO
           READ ARQ-TURMAS

           MOVE ZEROS TO ALUNOS-TURMA
           MOVE 'N' TO FIM-LISTA
           MOVE CODIGO-TURMA TO AL-TURMA
           START ARQ-ALUNOS KEY IS EQUAL TO AL-TURMA
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF AL-TURMA NOT = CODIGO-TURMA
                           MOVE 'S' TO FIM-LISTA
                       END-IF
                       IF AL-TURMA = CODIGO-TURMA
                           ADD 1 TO ALUNOS-TURMA
                           MOVE AL-MATRICULA TO LA-MATRICULA
           STRING 'TOTAL DE ALUNOS NA TURMA: ' ALUNOS-TURMA
               DELIMITED BY SIZE INTO LINHA-RELACAO
           WRITE LINHA-RELACAO
           MOVE ZEROS TO MATRICULA-FORA
           PERFORM CONTAR-OCUPADAS
           MOVE SPACES TO LINHA-RELACAO
           IF TU-VAGAS = ZEROS
               STRING 'VAGAS: SEM LIMITE   OCUPADAS (ATIVOS): '
                   OCUPADAS
                   DELIMITED BY SIZE INTO LINHA-RELACAO
           ELSE
               PERFORM CALCULAR-LIVRES
               STRING 'VAGAS: ' TU-VAGAS '   OCUPADAS (ATIVOS): '
                   OCUPADAS '   LIVRES: ' LIVRES
                   DELIMITED BY SIZE INTO LINHA-RELACAO
           END-IF
           WRITE LINHA-RELACAO
           CLOSE ARQ-RELACAO
           DISPLAY 'RELACAO GRAVADA EM TURMA13.PRT ('
               ALUNOS-TURMA ' ALUNOS).'.
