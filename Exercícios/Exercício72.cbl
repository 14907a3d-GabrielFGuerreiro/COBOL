       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX72.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NOTIF ASSIGN TO "NOTIF72.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CHAVE
               FILE STATUS IS FS-NOTIF.

      *    LOTE DO DIA PARA O GATEWAY DE SMS/E-MAIL: SO AS MENSAGENS
      *    QUE ENTRARAM NA FILA NESTA RODADA.
           SELECT ARQ-ENVIO ASSIGN TO "ENVIO72.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENVIO.

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

           SELECT ARQ-FREQ ASSIGN TO "FREQ25.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS FS-FREQ.

           SELECT ARQ-NOTAS ASSIGN TO "NOTASF5.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NOTA
               ALTERNATE RECORD KEY IS CN-CHAVE-DISCIPLINA
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT ARQ-MENSAL ASSIGN TO "MENSAL26.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS FS-MENSAL.

           SELECT ARQ-OCOR ASSIGN TO "OCOR47.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE
               FILE STATUS IS FS-OCOR.

           SELECT ARQ-TAXAS ASSIGN TO "TAXAS55.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NOTIF.
           COPY NOTIF.

       FD  ARQ-ENVIO.
       01  LINHA-ENVIO PIC X(110).

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-RESP.
           COPY RESP.

       FD  ARQ-FREQ.
           COPY FREQ.

       FD  ARQ-NOTAS.
           COPY NOTAS.

       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-OCOR.
           COPY OCOR.

       FD  ARQ-TAXAS.
           COPY TAXAS.

       WORKING-STORAGE SECTION.
       77 FS-NOTIF        PIC X(02) VALUE SPACES.
       77 FS-ENVIO        PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-RESP         PIC X(02) VALUE SPACES.
       77 FS-FREQ         PIC X(02) VALUE SPACES.
       77 FS-NOTAS        PIC X(02) VALUE SPACES.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-OCOR         PIC X(02) VALUE SPACES.
       77 FS-TAXAS        PIC X(02) VALUE SPACES.
       77 RESP-ABERTO     PIC X(01) VALUE 'N'.
       77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
       77 PERIODO         PIC 9(01) VALUE 9.
       77 DIAS-JANELA     PIC 9(03) VALUE ZEROS.
       77 DIA-VENCIMENTO  PIC 9(02) VALUE 10.
       77 DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 DATA-LIMITE     PIC 9(08) VALUE ZEROS.
       77 DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 FIM-LEITURA     PIC X(01) VALUE 'N'.
       77 ENDERECO-OK     PIC X(01) VALUE 'N'.
       77 SALDO-COBRANCA  PIC 9(04)V99 VALUE ZEROS.
       77 SALDO-EDITADO   PIC ZZZ9.99.
       77 NOTA-EDITADA    PIC Z9.99.
       77 NOVOS-AVISOS    PIC 9(06) VALUE ZEROS.
       77 JA-NA-FILA      PIC 9(06) VALUE ZEROS.
       77 SEM-TELEFONE    PIC 9(06) VALUE ZEROS.
       77 FORA-DO-CADASTRO PIC 9(06) VALUE ZEROS.
       77 AVISOS-FALTA    PIC 9(06) VALUE ZEROS.
       77 AVISOS-NOTA     PIC 9(06) VALUE ZEROS.
       77 AVISOS-MENSAL   PIC 9(06) VALUE ZEROS.
       77 AVISOS-OCOR     PIC 9(06) VALUE ZEROS.
       77 MATRICULA-FATO  PIC 9(06) VALUE ZEROS.
       01 DATA-FATO       PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-FATO.
           02 DATA-FATO-ANO  PIC 9(04).
           02 DATA-FATO-MES  PIC 9(02).
           02 DATA-FATO-DIA  PIC 9(02).
       01 DATA-MENSAGEM.
           02 DM-DIA         PIC 9(02).
           02 FILLER         PIC X(01) VALUE '/'.
           02 DM-MES         PIC 9(02).
           02 FILLER         PIC X(01) VALUE '/'.
           02 DM-ANO         PIC 9(04).
      *    LAYOUT DO LOTE COMBINADO COM O FORNECEDOR DO GATEWAY: A
      *    CHAVE DA FILA VOLTA IGUAL NO ARQUIVO DE RETORNO LIDO PELO
      *    EX73, PARA A BAIXA ACHAR A MENSAGEM.
       01 DETALHE-ENVIO.
           02 ENV-CHAVE      PIC X(27).
           02 FILLER         PIC X(01) VALUE ';'.
           02 ENV-TELEFONE   PIC X(12).
           02 FILLER         PIC X(01) VALUE ';'.
           02 ENV-MENSAGEM   PIC X(60).
       PROCEDURE DIVISION.
      *    GERADOR NOTURNO DA FILA DE AVISOS AOS RESPONSAVEIS: VARRE
      *    AS FALTAS RECENTES DO FREQ25, AS NOTAS ABAIXO DE 5 DO
      *    PERIODO NO NOTASF5, AS MENSALIDADES VENCIDAS DO MENSAL26 E
      *    AS OCORRENCIAS GRAVES RECENTES DO OCOR47, E ENFILEIRA UMA
      *    MENSAGEM POR FATO PARA O TELEFONE DO RESPONSAVEL NO RESP29
      *    - OS PAIS RECEBEM NO CELULAR O QUE ANTES SO CHEGAVA PELAS
      *    CARTAS DO EX30 E DO EX34. O FATO QUE JA ESTA NA FILA NAO
      *    ENTRA DE NOVO, ENTAO A JANELA DE DIAS PODE SE SOBREPOR DE
      *    UMA NOITE PARA OUTRA. SO ALUNO ATIVO RECEBE AVISO; ALUNO
      *    SEM TELEFONE FICA DE FORA E ENTRA NA NOITE EM QUE O EX29
      *    TIVER O TELEFONE, SE O FATO AINDA ESTIVER NA JANELA. RODA
      *    COMO PASSO DO PLANO DO EX53.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           DISPLAY 'DIGITE O ANO LETIVO (0 = ANO CORRENTE):'
           ACCEPT ANO-LETIVO
           IF ANO-LETIVO = 0
               MOVE DATA-HOJE(1:4) TO ANO-LETIVO
           END-IF
           PERFORM UNTIL PERIODO = 1 OR PERIODO = 2
               DISPLAY 'DIGITE O PERIODO (1 OU 2, 0 = PERIODO '
                   'CORRENTE):'
               ACCEPT PERIODO
               IF PERIODO = 0
                   IF DATA-HOJE(5:2) <= '06'
                       MOVE 1 TO PERIODO
                   ELSE
                       MOVE 2 TO PERIODO
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'DIAS PARA TRAS NAS FALTAS E OCORRENCIAS '
               '(0 = PADRAO 3):'
           ACCEPT DIAS-JANELA
           IF DIAS-JANELA = 0
               MOVE 3 TO DIAS-JANELA
           END-IF
           COMPUTE DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) - DIAS-JANELA)

           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ARQ-RESP
           IF FS-RESP = "00"
               MOVE 'S' TO RESP-ABERTO
           ELSE
               DISPLAY 'AVISO: RESP29.DAT NAO ENCONTRADO - NENHUM '
                   'AVISO TEM PARA ONDE IR (CADASTRE NO EX29).'
           END-IF
           OPEN I-O ARQ-NOTIF
           IF FS-NOTIF = "35"
               OPEN OUTPUT ARQ-NOTIF
               CLOSE ARQ-NOTIF
               OPEN I-O ARQ-NOTIF
           END-IF
           IF FS-NOTIF NOT = "00"
               DISPLAY 'ERRO AO ABRIR NOTIF72.DAT: ' FS-NOTIF
               CLOSE ARQ-ALUNOS
               IF RESP-ABERTO = 'S'
                   CLOSE ARQ-RESP
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-ENVIO
           PERFORM LER-TAXAS

           IF RESP-ABERTO = 'S'
               PERFORM AVISAR-FALTAS
               PERFORM AVISAR-NOTAS
               PERFORM AVISAR-MENSALIDADES
               PERFORM AVISAR-OCORRENCIAS
           END-IF

           CLOSE ARQ-NOTIF
           CLOSE ARQ-ENVIO
           CLOSE ARQ-ALUNOS
           IF RESP-ABERTO = 'S'
               CLOSE ARQ-RESP
           END-IF

           DISPLAY 'FILA DE AVISOS: ' NOVOS-AVISOS ' NOVO(S) EM '
               'ENVIO72.DAT (FALTAS ' AVISOS-FALTA ', NOTAS '
               AVISOS-NOTA ', MENSALIDADES ' AVISOS-MENSAL
               ', OCORRENCIAS ' AVISOS-OCOR ')'
           DISPLAY '  JA NA FILA: ' JA-NA-FILA '  SEM TELEFONE: '
               SEM-TELEFONE '  ALUNO FORA DO CADASTRO OU INATIVO: '
               FORA-DO-CADASTRO
           GOBACK.

       LER-TAXAS.
      *    O VENCIMENTO DA COMPETENCIA E O MESMO DA BAIXA DO EX27;
      *    SEM O CADASTRO DO EX55 VALE O DIA 10.
           OPEN INPUT ARQ-TAXAS
           IF FS-TAXAS = "00"
               READ ARQ-TAXAS
                   NOT AT END
                       MOVE TX-DIA-VENCIMENTO TO DIA-VENCIMENTO
               END-READ
               CLOSE ARQ-TAXAS
           END-IF.

       AVISAR-FALTAS.
           OPEN INPUT ARQ-FREQ
           IF FS-FREQ NOT = "00"
               DISPLAY 'AVISO: FREQ25.DAT NAO ENCONTRADO - SEM AVISOS '
                   'DE FALTA.'
           ELSE
               MOVE 'N' TO FIM-LEITURA
               MOVE LOW-VALUES TO FQ-CHAVE
               START ARQ-FREQ KEY IS NOT LESS THAN FQ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-FREQ NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF FQ-PRESENCA = 'F'
                              AND FQ-DATA >= DATA-LIMITE
                              AND FQ-DATA <= DATA-HOJE
                               PERFORM ENFILEIRAR-FALTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FREQ
           END-IF.

       ENFILEIRAR-FALTA.
           MOVE FQ-MATRICULA TO MATRICULA-FATO
           PERFORM VERIFICAR-DESTINO
           IF ENDERECO-OK = 'S'
               MOVE FQ-DATA TO DATA-FATO
               PERFORM EDITAR-DATA-FATO
               MOVE 'F' TO NF-EVENTO
               MOVE FQ-CHAVE TO NF-REFERENCIA
               MOVE SPACES TO NF-MENSAGEM
               STRING 'FALTA EM ' FQ-DISCIPLINA ' NO DIA '
                   DATA-MENSAGEM ': ' AL-NOME
                   DELIMITED BY SIZE INTO NF-MENSAGEM
               PERFORM GRAVAR-AVISO
               IF FS-NOTIF = "00"
                   ADD 1 TO AVISOS-FALTA
               END-IF
           END-IF.

       AVISAR-NOTAS.
           OPEN INPUT ARQ-NOTAS
           IF FS-NOTAS NOT = "00"
               DISPLAY 'AVISO: NOTASF5.DAT NAO ENCONTRADO - SEM AVISOS '
                   'DE NOTA.'
           ELSE
               MOVE 'N' TO FIM-LEITURA
               MOVE LOW-VALUES TO CHAVE-NOTA
               START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-NOTA
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF CN-ANO-LETIVO = ANO-LETIVO
                              AND CN-PERIODO = PERIODO
                              AND CN-NOTA < 5
                               PERFORM ENFILEIRAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTAS
           END-IF.

       ENFILEIRAR-NOTA.
           MOVE CN-MATRICULA TO MATRICULA-FATO
           PERFORM VERIFICAR-DESTINO
           IF ENDERECO-OK = 'S'
               MOVE CN-NOTA TO NOTA-EDITADA
               MOVE 'N' TO NF-EVENTO
               MOVE CHAVE-NOTA TO NF-REFERENCIA
               MOVE SPACES TO NF-MENSAGEM
               STRING 'NOTA ' NOTA-EDITADA ' EM ' CN-MATERIA ': '
                   AL-NOME
                   DELIMITED BY SIZE INTO NF-MENSAGEM
               PERFORM GRAVAR-AVISO
               IF FS-NOTIF = "00"
                   ADD 1 TO AVISOS-NOTA
               END-IF
           END-IF.

       AVISAR-MENSALIDADES.
           OPEN INPUT ARQ-MENSAL
           IF FS-MENSAL NOT = "00"
               DISPLAY 'AVISO: MENSAL26.DAT NAO ENCONTRADO - SEM '
                   'AVISOS DE MENSALIDADE.'
           ELSE
               MOVE 'N' TO FIM-LEITURA
               MOVE LOW-VALUES TO MN-CHAVE
               START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-MENSAL NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF MN-SITUACAO = 'A'
                               COMPUTE DATA-VENCIMENTO = MN-ANO * 10000
                                   + MN-MES * 100 + DIA-VENCIMENTO
                               IF DATA-VENCIMENTO < DATA-HOJE
                                   PERFORM ENFILEIRAR-MENSALIDADE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSAL
           END-IF.

       ENFILEIRAR-MENSALIDADE.
           MOVE MN-MATRICULA TO MATRICULA-FATO
           PERFORM VERIFICAR-DESTINO
           IF ENDERECO-OK = 'S'
               COMPUTE SALDO-COBRANCA = MN-VALOR - MN-VALOR-PAGO
               MOVE SALDO-COBRANCA TO SALDO-EDITADO
               MOVE 'M' TO NF-EVENTO
               MOVE MN-CHAVE TO NF-REFERENCIA
               MOVE SPACES TO NF-MENSAGEM
               STRING 'MENSALIDADE ' MN-MES '/' MN-ANO ' VENCIDA, '
                   'SALDO ' SALDO-EDITADO ': ' AL-NOME
                   DELIMITED BY SIZE INTO NF-MENSAGEM
               PERFORM GRAVAR-AVISO
               IF FS-NOTIF = "00"
                   ADD 1 TO AVISOS-MENSAL
               END-IF
           END-IF.

       AVISAR-OCORRENCIAS.
           OPEN INPUT ARQ-OCOR
           IF FS-OCOR NOT = "00"
               DISPLAY 'AVISO: OCOR47.DAT NAO ENCONTRADO - SEM AVISOS '
                   'DE OCORRENCIA.'
           ELSE
               MOVE 'N' TO FIM-LEITURA
               MOVE LOW-VALUES TO OC-CHAVE
               START ARQ-OCOR KEY IS NOT LESS THAN OC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA = 'S'
                   READ ARQ-OCOR NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-LEITURA
                       NOT AT END
                           IF OC-GRAVIDADE = 'G'
                              AND OC-DATA >= DATA-LIMITE
                              AND OC-DATA <= DATA-HOJE
                               PERFORM ENFILEIRAR-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-OCOR
           END-IF.

       ENFILEIRAR-OCORRENCIA.
           MOVE OC-MATRICULA TO MATRICULA-FATO
           PERFORM VERIFICAR-DESTINO
           IF ENDERECO-OK = 'S'
               MOVE OC-DATA TO DATA-FATO
               PERFORM EDITAR-DATA-FATO
               MOVE 'O' TO NF-EVENTO
               MOVE OC-CHAVE TO NF-REFERENCIA
               MOVE SPACES TO NF-MENSAGEM
               STRING 'OCORRENCIA GRAVE EM ' DATA-MENSAGEM
                   ', PROCURE A ESCOLA: ' AL-NOME
                   DELIMITED BY SIZE INTO NF-MENSAGEM
               PERFORM GRAVAR-AVISO
               IF FS-NOTIF = "00"
                   ADD 1 TO AVISOS-OCOR
               END-IF
           END-IF.

       VERIFICAR-DESTINO.
      *    O AVISO SO SAI PARA ALUNO ATIVO COM RESPONSAVEL E TELEFONE
      *    CADASTRADOS NO EX29.
           MOVE 'N' TO ENDERECO-OK
           MOVE MATRICULA-FATO TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   ADD 1 TO FORA-DO-CADASTRO
               NOT INVALID KEY
                   IF AL-SITUACAO = 'A'
                       MOVE 'S' TO ENDERECO-OK
                   ELSE
                       ADD 1 TO FORA-DO-CADASTRO
                   END-IF
           END-READ
           IF ENDERECO-OK = 'S'
               MOVE MATRICULA-FATO TO RS-MATRICULA
               READ ARQ-RESP
                   INVALID KEY
                       MOVE SPACES TO RS-TELEFONE
               END-READ
               IF RS-TELEFONE = SPACES
                   MOVE 'N' TO ENDERECO-OK
                   ADD 1 TO SEM-TELEFONE
               END-IF
           END-IF.

       EDITAR-DATA-FATO.
           MOVE DATA-FATO-DIA TO DM-DIA
           MOVE DATA-FATO-MES TO DM-MES
           MOVE DATA-FATO-ANO TO DM-ANO.

       GRAVAR-AVISO.
      *    A CHAVE DA FILA E O PROPRIO FATO: SE ELE JA FOI
      *    ENFILEIRADO EM OUTRA NOITE, O WRITE E RECUSADO E NADA SAI
      *    PARA O GATEWAY.
           MOVE MATRICULA-FATO TO NF-MATRICULA
           MOVE RS-TELEFONE TO NF-TELEFONE
           MOVE DATA-HOJE TO NF-DATA-GERACAO
           MOVE 'P' TO NF-SITUACAO
           MOVE ZEROS TO NF-DATA-RETORNO
           MOVE SPACES TO NF-MOTIVO
           WRITE REG-NOTIF
               INVALID KEY
                   ADD 1 TO JA-NA-FILA
               NOT INVALID KEY
                   PERFORM GRAVAR-ENVIO
           END-WRITE.

       GRAVAR-ENVIO.
           MOVE NF-CHAVE TO ENV-CHAVE
           MOVE NF-TELEFONE TO ENV-TELEFONE
           MOVE NF-MENSAGEM TO ENV-MENSAGEM
           MOVE SPACES TO LINHA-ENVIO
           MOVE DETALHE-ENVIO TO LINHA-ENVIO
           WRITE LINHA-ENVIO
           ADD 1 TO NOVOS-AVISOS.

       END PROGRAM EX72.
