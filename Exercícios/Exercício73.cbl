       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX73.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NOTIF ASSIGN TO "NOTIF72.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CHAVE
               FILE STATUS IS FS-NOTIF.

      *    RETORNO DO GATEWAY: UMA LINHA POR MENSAGEM, COM A CHAVE
      *    QUE SAIU NO ENVIO72.DAT, A SITUACAO ('E' ENTREGUE, 'F'
      *    FALHOU), A DATA E O MOTIVO DA FALHA.
           SELECT ARQ-RETORNO ASSIGN TO "RETORNO73.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-TURMA WITH DUPLICATES
               FILE STATUS IS FS-ALUNOS.

           SELECT ARQ-RESP ASSIGN TO "RESP29.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-MATRICULA
               FILE STATUS IS FS-RESP.

           SELECT ARQ-RELATORIO ASSIGN TO "FALHAS73.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NOTIF.
           COPY NOTIF.

       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           02 RET-CHAVE      PIC X(27).
           02 FILLER         PIC X(01).
           02 RET-SITUACAO   PIC X(01).
           02 FILLER         PIC X(01).
           02 RET-DATA       PIC 9(08).
           02 FILLER         PIC X(01).
           02 RET-MOTIVO     PIC X(20).

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-RESP.
           COPY RESP.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-NOTIF        PIC X(02) VALUE SPACES.
       77 FS-RETORNO      PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-RESP         PIC X(02) VALUE SPACES.
       77 FS-RELATORIO    PIC X(02) VALUE SPACES.
       77 ALUNOS-ABERTO   PIC X(01) VALUE 'N'.
       77 RESP-ABERTO     PIC X(01) VALUE 'N'.
       77 FIM-RETORNO     PIC X(01) VALUE 'N'.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 LIDOS           PIC 9(06) VALUE ZEROS.
       77 ENTREGUES       PIC 9(06) VALUE ZEROS.
       77 FALHAS          PIC 9(06) VALUE ZEROS.
       77 DESCONHECIDOS   PIC 9(06) VALUE ZEROS.
       77 SITUACAO-INVALIDA PIC 9(06) VALUE ZEROS.
       77 NAO-GRAVADOS    PIC 9(06) VALUE ZEROS.
       77 NOME-ALUNO      PIC X(30) VALUE SPACES.
       77 NOME-RESP       PIC X(30) VALUE SPACES.
       01 LINHA-FALHA.
           02 LF-MATRICULA   PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LF-NOME        PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LF-RESP        PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LF-TELEFONE    PIC X(12).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LF-MOTIVO      PIC X(20).
       01 LINHA-MENSAGEM.
           02 FILLER         PIC X(07) VALUE SPACES.
           02 FILLER         PIC X(10) VALUE 'MENSAGEM: '.
           02 LM-MENSAGEM    PIC X(60).
       PROCEDURE DIVISION.
      *    BAIXA DO RETORNO DO GATEWAY DE SMS/E-MAIL: CADA LINHA DE
      *    RETORNO73.DAT MARCA A MENSAGEM DA FILA DO EX72 COMO
      *    ENTREGUE OU FALHA, E AS FALHAS SAEM EM FALHAS73.PRT COM O
      *    ALUNO, O RESPONSAVEL E O TELEFONE PARA A SECRETARIA LIGAR
      *    PARA A FAMILIA. CHAVE DE RETORNO QUE NAO ESTA NA FILA E
      *    SITUACAO FORA DE 'E'/'F' TAMBEM SAEM NA LISTA, PARA A
      *    CONFERENCIA COM O FORNECEDOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           OPEN I-O ARQ-NOTIF
           IF FS-NOTIF NOT = "00"
               DISPLAY 'NOTIF72.DAT NAO ENCONTRADO - RODE O EX72 '
                   'ANTES.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ARQ-RETORNO
           IF FS-RETORNO NOT = "00"
               DISPLAY 'RETORNO73.DAT NAO ENCONTRADO - O GATEWAY AINDA '
                   'NAO DEVOLVEU O RETORNO.'
               CLOSE ARQ-NOTIF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS = "00"
               MOVE 'S' TO ALUNOS-ABERTO
           END-IF
           OPEN INPUT ARQ-RESP
           IF FS-RESP = "00"
               MOVE 'S' TO RESP-ABERTO
           END-IF

           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'AVISOS NAO ENTREGUES - RETORNO DE ' DATA-HOJE
               ' - LIGAR PARA A FAMILIA'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'MATRIC ALUNO                          RESPONSAVEL'
               '                    TELEFONE     MOTIVO'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM UNTIL FIM-RETORNO = 'S'
               READ ARQ-RETORNO
                   AT END
                       MOVE 'S' TO FIM-RETORNO
                   NOT AT END
                       ADD 1 TO LIDOS
                       PERFORM BAIXAR-RETORNO
               END-READ
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'LIDOS: ' LIDOS '  ENTREGUES: ' ENTREGUES
               '  FALHAS: ' FALHAS '  FORA DA FILA: ' DESCONHECIDOS
               '  SITUACAO INVALIDA: ' SITUACAO-INVALIDA
               '  NAO GRAVADOS: ' NAO-GRAVADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           CLOSE ARQ-NOTIF
           CLOSE ARQ-RETORNO
           CLOSE ARQ-RELATORIO
           IF ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
           END-IF
           IF RESP-ABERTO = 'S'
               CLOSE ARQ-RESP
           END-IF
           DISPLAY 'RETORNO PROCESSADO: ' ENTREGUES ' ENTREGUE(S), '
               FALHAS ' FALHA(S) LISTADA(S) EM FALHAS73.PRT.'
           IF DESCONHECIDOS > 0 OR SITUACAO-INVALIDA > 0
               DISPLAY 'AVISO: ' DESCONHECIDOS ' LINHA(S) FORA DA '
                   'FILA E ' SITUACAO-INVALIDA ' COM SITUACAO '
                   'INVALIDA - CONFIRA COM O FORNECEDOR.'
           END-IF
           IF NAO-GRAVADOS > 0
               DISPLAY 'ATENCAO: ' NAO-GRAVADOS ' RETORNO(S) NAO '
                   'GRAVADO(S) NO NOTIF72 - PROCESSE O ARQUIVO DE '
                   'NOVO DEPOIS DE CORRIGIR O ERRO.'
           END-IF
           GOBACK.

       BAIXAR-RETORNO.
           MOVE RET-CHAVE TO NF-CHAVE
           READ ARQ-NOTIF
               INVALID KEY
                   ADD 1 TO DESCONHECIDOS
                   PERFORM LISTAR-FORA-DA-FILA
               NOT INVALID KEY
                   PERFORM ATUALIZAR-AVISO
           END-READ.

       ATUALIZAR-AVISO.
           IF RET-SITUACAO NOT = 'E' AND RET-SITUACAO NOT = 'F'
               ADD 1 TO SITUACAO-INVALIDA
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'SITUACAO INVALIDA NO RETORNO (' RET-SITUACAO
                   '): ' RET-CHAVE
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               MOVE RET-SITUACAO TO NF-SITUACAO
               IF RET-DATA NUMERIC AND RET-DATA > 0
                   MOVE RET-DATA TO NF-DATA-RETORNO
               ELSE
                   MOVE DATA-HOJE TO NF-DATA-RETORNO
               END-IF
               MOVE RET-MOTIVO TO NF-MOTIVO
               REWRITE REG-NOTIF
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR O AVISO: ' FS-NOTIF
                       ADD 1 TO NAO-GRAVADOS
                   NOT INVALID KEY
                       PERFORM CONTAR-RETORNO
               END-REWRITE
           END-IF.

       CONTAR-RETORNO.
           IF NF-SITUACAO = 'E'
               ADD 1 TO ENTREGUES
           ELSE
               ADD 1 TO FALHAS
               PERFORM LISTAR-FALHA
           END-IF.

       LISTAR-FALHA.
           MOVE SPACES TO NOME-ALUNO NOME-RESP
           IF ALUNOS-ABERTO = 'S'
               MOVE NF-MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                   NOT INVALID KEY
                       MOVE AL-NOME TO NOME-ALUNO
               END-READ
           END-IF
           IF RESP-ABERTO = 'S'
               MOVE NF-MATRICULA TO RS-MATRICULA
               READ ARQ-RESP
                   NOT INVALID KEY
                       MOVE RS-NOME TO NOME-RESP
               END-READ
           END-IF
           MOVE NF-MATRICULA TO LF-MATRICULA
           MOVE NOME-ALUNO TO LF-NOME
           MOVE NOME-RESP TO LF-RESP
           MOVE NF-TELEFONE TO LF-TELEFONE
           MOVE NF-MOTIVO TO LF-MOTIVO
           MOVE SPACES TO LINHA-RELATORIO
           MOVE LINHA-FALHA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE NF-MENSAGEM TO LM-MENSAGEM
           MOVE SPACES TO LINHA-RELATORIO
           MOVE LINHA-MENSAGEM TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       LISTAR-FORA-DA-FILA.
           MOVE SPACES TO LINHA-RELATORIO
           STRING 'CHAVE DO RETORNO NAO ESTA NA FILA: ' RET-CHAVE
               ' (' RET-SITUACAO ')'
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       END PROGRAM EX73.
