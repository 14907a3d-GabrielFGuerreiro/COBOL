               RECORD KEY IS OC-CHAVE
               FILE STATUS IS FS-OCOR.

           SELECT ARQ-OCRES ASSIGN TO "OCRES47.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS FS-OCRES.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-PROF ASSIGN TO "PROF12.DAT"
       FD  ARQ-OCOR.
           COPY OCOR.

       FD  ARQ-OCRES.
           COPY OCRES.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-OCOR         PIC X(02) VALUE SPACES.
       77 FS-OCRES        PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-PROF         PIC X(02) VALUE SPACES.
       77 FS-FICHA        PIC X(02) VALUE SPACES.
       77 CONT-OCORRENCIAS PIC 9(03) VALUE ZEROS.
       77 DATA-EMISSAO    PIC 9(08) VALUE ZEROS.
       77 DV-OK           PIC 9(01) VALUE ZEROS.
       77 SITUACAO-BAIXA  PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
      *    REGISTRO DE OCORRENCIAS DISCIPLINARES: O CADERNO DE
      *    OCORRENCIAS VIRA ARQUIVO, PARA O CONSELHO DE CLASSE PUXAR
      *    A FICHA DO ALUNO NA HORA E O BOLETIM DO EX7 MOSTRAR NO
      *    RODAPE QUANTAS OCORRENCIAS O ALUNO ACUMULOU NO ANO. CADA
      *    OCORRENCIA LEVA TIPO, GRAVIDADE, O PROFESSOR QUE REGISTROU
      *    E A DESCRICAO. OCORRENCIA GRAVE FICA EM ABERTO ATE A
      *    BAIXA (OPCAO B), COM A PROVIDENCIA TOMADA, EM OCRES47.DAT -
      *    SEM ELA O NADA CONSTA DO ALUNO FICA BLOQUEADO.
           OPEN I-O ARQ-OCOR
           IF FS-OCOR = "35"
               OPEN OUTPUT ARQ-OCOR
               CLOSE ARQ-OCOR
               OPEN I-O ARQ-OCOR
           END-IF
           OPEN I-O ARQ-OCRES
           IF FS-OCRES = "35"
               OPEN OUTPUT ARQ-OCRES
               CLOSE ARQ-OCRES
               OPEN I-O ARQ-OCRES
           END-IF

           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               CLOSE ARQ-OCOR
               CLOSE ARQ-OCRES
               GOBACK
           END-IF

           PERFORM UNTIL OPCAO = 'F' OR OPCAO = 'f'
               DISPLAY 'OCORRENCIAS DISCIPLINARES:'
               DISPLAY '(I) INCLUIR (C) CONSULTAR (R) FICHA PARA '
                   'REUNIAO (E) EXCLUIR (B) BAIXA DE GRAVE (F) FIM'
               ACCEPT OPCAO
               IF OPCAO = 'I' OR OPCAO = 'i'
                   PERFORM INCLUIR-OCORRENCIA
                       ELSE
                           IF OPCAO = 'E' OR OPCAO = 'e'
                               PERFORM EXCLUIR-OCORRENCIA
                           ELSE
                               IF OPCAO = 'B' OR OPCAO = 'b'
                                   PERFORM BAIXAR-OCORRENCIA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM

           CLOSE ARQ-OCOR
           CLOSE ARQ-OCRES
           CLOSE ARQ-ALUNOS
           IF PROF-ABERTO = 'S'
               CLOSE ARQ-PROF
                           MOVE 'S' TO FIM-LISTA
                       ELSE
                           ADD 1 TO CONT-OCORRENCIAS
                           PERFORM APURAR-SITUACAO-BAIXA
                           DISPLAY OC-DATA '/' OC-SEQ ' TIPO '
                               OC-TIPO ' GRAV ' OC-GRAVIDADE
                               ' PROF ' OC-PROFESSOR ' - '
                               OC-DESCRICAO ' ' SITUACAO-BAIXA
                       END-IF
               END-READ
           END-PERFORM
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR A OCORRENCIA: '
                               FS-OCOR
                       NOT INVALID KEY
                           PERFORM EXCLUIR-BAIXA
                   END-DELETE
           END-READ.

       EXCLUIR-BAIXA.
      *    A BAIXA DA OCORRENCIA GRAVE SAI JUNTO COM ELA, PARA NAO
      *    FICAR ORFA EM OCRES47.DAT E SER HERDADA POR UMA OCORRENCIA
      *    NOVA LANCADA COM A MESMA CHAVE.
           MOVE OC-CHAVE TO OR-CHAVE
           DELETE ARQ-OCRES
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE 'EXCLUSAO OCOR' TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           STRING MATRICULA '/' DATA-OCOR '/' SEQ-OCOR
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE OC-DESCRICAO TO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA.

       APURAR-SITUACAO-BAIXA.
           MOVE SPACES TO SITUACAO-BAIXA
           IF OC-GRAVIDADE = 'G'
               MOVE OC-CHAVE TO OR-CHAVE
               READ ARQ-OCRES
                   INVALID KEY
                       MOVE 'EM ABERTO' TO SITUACAO-BAIXA
                   NOT INVALID KEY
                       MOVE 'BAIXADA' TO SITUACAO-BAIXA
               END-READ
           END-IF.

       BAIXAR-OCORRENCIA.
      *    BAIXA DA OCORRENCIA GRAVE QUANDO A PROVIDENCIA FOI TOMADA
      *    (REUNIAO COM A FAMILIA, SUSPENSAO CUMPRIDA, DANO
      *    RESSARCIDO). LEVE E MEDIA NAO PRECISAM DE BAIXA.
           PERFORM PEDIR-MATRICULA
           PERFORM PEDIR-DATA-OCORRENCIA
           MOVE ZEROS TO SEQ-OCOR
           PERFORM UNTIL SEQ-OCOR > 0
               DISPLAY 'SEQUENCIA DA OCORRENCIA NO DIA (EX: 1):'
               ACCEPT SEQ-OCOR
           END-PERFORM
           MOVE MATRICULA TO OC-MATRICULA
           MOVE DATA-OCOR TO OC-DATA
           MOVE SEQ-OCOR  TO OC-SEQ
           READ ARQ-OCOR
               INVALID KEY
                   DISPLAY 'OCORRENCIA NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF OC-GRAVIDADE NOT = 'G'
                       DISPLAY 'SO OCORRENCIA GRAVE PRECISA DE BAIXA.'
                   ELSE
                       PERFORM GRAVAR-BAIXA
                   END-IF
           END-READ.

       GRAVAR-BAIXA.
           MOVE OC-CHAVE TO OR-CHAVE
           READ ARQ-OCRES
               NOT INVALID KEY
                   DISPLAY 'OCORRENCIA JA BAIXADA EM ' OR-DATA-BAIXA
                       ': ' OR-PROVIDENCIA
           END-READ
           IF FS-OCRES NOT = "00"
               DISPLAY 'OCORRENCIA: ' OC-DESCRICAO
               MOVE OC-CHAVE TO OR-CHAVE
               MOVE SPACES TO OR-PROVIDENCIA
               PERFORM UNTIL OR-PROVIDENCIA NOT = SPACES
                   DISPLAY 'PROVIDENCIA TOMADA (ATE 40 POSICOES):'
                   ACCEPT OR-PROVIDENCIA
               END-PERFORM
               MOVE FUNCTION CURRENT-DATE(1:8) TO OR-DATA-BAIXA
               IF CTX-ATIVO = 'S'
                   MOVE CTX-OPERADOR TO OR-OPERADOR
               ELSE
                   MOVE ZEROS TO OR-OPERADOR
               END-IF
               WRITE REG-OCRES
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A BAIXA: ' FS-OCRES
                           ' - A OCORRENCIA CONTINUA EM ABERTO.'
                   NOT INVALID KEY
                       PERFORM AUDITAR-BAIXA
               END-WRITE
           END-IF.

       AUDITAR-BAIXA.
           MOVE 'BAIXA OCOR' TO AUD-ACAO
           MOVE SPACES TO AUD-CHAVE
           STRING MATRICULA '/' DATA-OCOR '/' SEQ-OCOR
               DELIMITED BY SIZE INTO AUD-CHAVE
           MOVE OR-PROVIDENCIA TO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA
           DISPLAY 'OCORRENCIA GRAVE BAIXADA.'.

       GRAVAR-AUDITORIA.
      *    REGISTRA QUEM GRAVOU O QUE E QUANDO, NO MESMO LOG UNICO
      *    COMPARTILHADO COM O EX5, O EX6 E O EX7.
