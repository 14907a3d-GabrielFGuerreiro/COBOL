               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-TURMAS ASSIGN TO "TURMAS13.DAT"
       77 TOTAL-DEVEDORES PIC 9(05) VALUE ZEROS.
       77 TOTAL-EM-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 TOTAL-SEM-COBRANCA PIC 9(05) VALUE ZEROS.
       77 SALDO-ABERTO    PIC 9(04)V99 VALUE ZEROS.
       01 LINHA-DET.
           02 LIN-MATRICULA  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           END-PERFORM.

       LISTAR-TURMA-FILTRO.
      *    LE SO OS ALUNOS DA TURMA CORRENTE PELA CHAVE ALTERNATIVA
      *    AL-TURMA, COMO A RELACAO DE TURMA DO EX13 FAZ; O CABECALHO
      *    DA TURMA SO SAI SE HOUVER AO MENOS UM DEVEDOR NELA.
           MOVE ZEROS TO DEVEDORES-TURMA
           MOVE ZEROS TO VALOR-TURMA
           MOVE 'N' TO FIM-ALUNOS
           MOVE TURMA-FILTRO TO AL-TURMA
           START ARQ-ALUNOS KEY IS EQUAL TO AL-TURMA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       IF AL-TURMA NOT = TURMA-FILTRO
                           MOVE 'S' TO FIM-ALUNOS
                       END-IF
                       IF AL-TURMA = TURMA-FILTRO
                          AND AL-SITUACAO = 'A'
                           PERFORM VERIFICAR-DEVEDOR
                   MOVE 'SEM COBRANCA' TO LIN-OBS
                   PERFORM GRAVAR-DEVEDOR
               NOT INVALID KEY
      *            COM BAIXA PARCIAL NO EX27 O QUE SE DEVE E SO O
      *            SALDO, NAO O VALOR CHEIO DA COBRANCA. A COBRANCA
      *            RENEGOCIADA NUM ACORDO DO EX61 ('R') NAO E MAIS
      *            INADIMPLENCIA - A DIVIDA PASSOU PARA AS PARCELAS.
                   IF MN-SITUACAO = 'A'
                       COMPUTE SALDO-ABERTO = MN-VALOR - MN-VALOR-PAGO
                       ADD SALDO-ABERTO TO VALOR-TURMA
                       ADD SALDO-ABERTO TO TOTAL-EM-ABERTO
                       MOVE SALDO-ABERTO TO LIN-VALOR
                       IF MN-VALOR-PAGO > 0
                           MOVE 'SALDO PARCIAL' TO LIN-OBS
                       ELSE
                           MOVE 'EM ABERTO' TO LIN-OBS
                       END-IF
                       PERFORM GRAVAR-DEVEDOR
                   END-IF
           END-READ.
