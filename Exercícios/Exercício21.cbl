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
       77 FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 CONT-REGISTROS  PIC 9(06) VALUE ZEROS.
       77 CONT-RELIDOS    PIC 9(06) VALUE ZEROS.
       77 CONT-INDICE     PIC 9(06) VALUE ZEROS.
       77 NOME-INDICE     PIC X(20) VALUE SPACES.
      *    A IMAGEM DE BACKUP E MONTADA EM WORKING-STORAGE E MOVIDA
      *    PARA O FD DO ARQUIVO ESCOLHIDO: 'H' + DATA + QUANTIDADE NO
      *    CABECALHO, 'D' + IMAGEM EXATA DO REGISTRO NAS DEMAIS.
                   END-PERFORM
                   CLOSE ARQ-ALUNOS
                   PERFORM CONFERIR-QUANTIDADE
                   PERFORM CONFERIR-INDICES-ALUNOS
               END-IF
           END-IF
           CLOSE ARQ-IMAGEM-ALUNOS.
                           NOT AT END
                               MOVE IMAGEM-NOTAS TO LINHA-IMAGEM
                               IF IMG-TIPO = 'D'
      *                            IMAGEM ANTERIOR A CHAVE POR
      *                            DISCIPLINA TEM SO 81 POSICOES: O
      *                            ESPELHO DA CHAVE E SEMPRE REMONTADO.
                                   MOVE IMG-DADOS(1:101) TO REG-NOTAS
                                   MOVE CN-MATERIA TO CN-DISC-MATERIA
                                   MOVE CN-ANO-LETIVO TO CN-DISC-ANO
                                   MOVE CN-PERIODO TO CN-DISC-PERIODO
                                   WRITE REG-NOTAS
                                       INVALID KEY
                                           DISPLAY 'ERRO NA RECARGA '
                   END-PERFORM
                   CLOSE ARQ-NOTAS
                   PERFORM CONFERIR-QUANTIDADE
                   PERFORM CONFERIR-INDICE-NOTAS
               END-IF
           END-IF
           CLOSE ARQ-IMAGEM-NOTAS.
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *    CHAVES ALTERNATIVAS: O INDEXADO RECONSTRUIDO E RELIDO PELA
      *    CHAVE DE NOME E PELA DE TURMA (ALUNOS) OU PELA DE
      *    DISCIPLINA (NOTAS); CADA CAMINHO TEM QUE ALCANCAR TODOS OS
      *    REGISTROS GRAVADOS, SENAO O INDICE NAO FOI REFEITO E A
      *    BUSCA POR NOME E AS LISTAS POR TURMA E DISCIPLINA SAIRIAM
      *    FALTANDO ALUNOS.
      *----------------------------------------------------------------
       CONFERIR-INDICES-ALUNOS.
           OPEN INPUT ARQ-ALUNOS
           MOVE ZEROS TO CONT-INDICE
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO AL-NOME
           START ARQ-ALUNOS KEY IS NOT LESS THAN AL-NOME
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO CONT-INDICE
               END-READ
           END-PERFORM
           MOVE 'NOME (AL-NOME)' TO NOME-INDICE
           PERFORM CONFERIR-INDICE

           MOVE ZEROS TO CONT-INDICE
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO AL-TURMA
           START ARQ-ALUNOS KEY IS NOT LESS THAN AL-TURMA
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO CONT-INDICE
               END-READ
           END-PERFORM
           MOVE 'TURMA (AL-TURMA)' TO NOME-INDICE
           PERFORM CONFERIR-INDICE
           CLOSE ARQ-ALUNOS.

       CONFERIR-INDICE-NOTAS.
           OPEN INPUT ARQ-NOTAS
           MOVE ZEROS TO CONT-INDICE
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO CN-CHAVE-DISCIPLINA
           START ARQ-NOTAS KEY IS NOT LESS THAN CN-CHAVE-DISCIPLINA
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO CONT-INDICE
               END-READ
           END-PERFORM
           MOVE 'DISCIPLINA' TO NOME-INDICE
           PERFORM CONFERIR-INDICE
           CLOSE ARQ-NOTAS.

       CONFERIR-INDICE.
           IF CONT-INDICE = CONT-RELIDOS
               DISPLAY 'CHAVE ALTERNATIVA ' NOME-INDICE ' CONFERE: '
                   CONT-INDICE ' REGISTROS.'
           ELSE
               DISPLAY 'ATENCAO: CHAVE ALTERNATIVA ' NOME-INDICE
                   ' ALCANCA ' CONT-INDICE ' DE ' CONT-RELIDOS
                   ' REGISTROS - INDICE NAO RECONSTRUIDO.'
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM EX21.
