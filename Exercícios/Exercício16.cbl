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

           SELECT ARQ-DISC ASSIGN TO "DISC6.DAT"
           END-PERFORM.

       BUSCAR-POR-NOME.
      *    ACHA A MATRICULA DE QUEM SO SE SABE O NOME (OU PARTE
      *    DELE). O INICIO DO NOME VAI DIRETO PELA CHAVE ALTERNATIVA
      *    AL-NOME, SEM LER O CADASTRO INTEIRO; SO QUANDO NENHUM NOME
      *    COMECA PELO TRECHO DIGITADO (SOBRENOME, NOME DO MEIO) O
      *    CADASTRO E VARRIDO PROCURANDO O TRECHO EM QUALQUER PONTO.
           MOVE SPACES TO TEXTO-BUSCA
           PERFORM UNTIL TEXTO-BUSCA NOT = SPACES
               DISPLAY 'DIGITE O NOME (OU PARTE) A BUSCAR:'
           END-PERFORM

           MOVE ZEROS TO CONT-ACHADOS
           MOVE 'N' TO FIM-LISTA
           MOVE TEXTO-BUSCA TO AL-NOME
           START ARQ-ALUNOS KEY IS NOT LESS THAN AL-NOME
               INVALID KEY
                   MOVE 'S' TO FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LISTA
                   NOT AT END
                       IF AL-NOME(1:TAM-BUSCA) =
                               TEXTO-BUSCA(1:TAM-BUSCA)
                           ADD 1 TO CONT-ACHADOS
                           DISPLAY AL-MATRICULA ' ' AL-NOME
                               ' TURMA: ' AL-TURMA ' SIT: '
                               AL-SITUACAO
                       ELSE
                           MOVE 'S' TO FIM-LISTA
                       END-IF
               END-READ
           END-PERFORM
           IF CONT-ACHADOS = 0
               DISPLAY 'NENHUM NOME COMECA COM ESTE TRECHO - '
                   'PROCURANDO EM QUALQUER PONTO DO NOME...'
               PERFORM BUSCAR-TRECHO-DO-NOME
           END-IF
           DISPLAY CONT-ACHADOS ' ALUNO(S) ENCONTRADO(S).'.

       BUSCAR-TRECHO-DO-NOME.
           MOVE 'N' TO FIM-LISTA
           MOVE ZEROS TO AL-MATRICULA
           START ARQ-ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
                               AL-SITUACAO
                       END-IF
               END-READ
           END-PERFORM.

       RENOMEAR-ALUNO.
           PERFORM PEDIR-MATRICULA
