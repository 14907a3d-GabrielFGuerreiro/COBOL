       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX56.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MENSAL ASSIGN TO "MENSAL26.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS FS-MENSAL.

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

           SELECT ARQ-TAXAS ASSIGN TO "TAXAS55.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXAS.

      *    ARQUIVO DE REMESSA ENTREGUE AO BANCO: LAYOUT FIXO DE 100
      *    POSICOES, CABECALHO '0', UM DETALHE '1' POR BOLETO E
      *    TRAILER '9' COM A QUANTIDADE E O VALOR TOTAL.
           SELECT ARQ-REMESSA ASSIGN TO "REMES56.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSA.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSAL.
           COPY MENSAL.

       FD  ARQ-ALUNOS.
           COPY ALUNO.

       FD  ARQ-RESP.
           COPY RESP.

       FD  ARQ-TAXAS.
           COPY TAXAS.

       FD  ARQ-REMESSA.
       01  REG-REMESSA PIC X(100).

       FD  ARQ-AUDITORIA.
           COPY AUDIT.

       WORKING-STORAGE SECTION.
           COPY CTXMENU.
       77 FS-MENSAL       PIC X(02) VALUE SPACES.
       77 FS-ALUNOS       PIC X(02) VALUE SPACES.
       77 FS-RESP         PIC X(02) VALUE SPACES.
       77 FS-TAXAS        PIC X(02) VALUE SPACES.
       77 FS-REMESSA      PIC X(02) VALUE SPACES.
       77 FS-AUDIT        PIC X(02) VALUE SPACES.
       77 RESP-ABERTO     PIC X(01) VALUE 'N'.
       77 FIM-MENSAL      PIC X(01) VALUE 'N'.
       77 DIA-VENCIMENTO  PIC 9(02) VALUE 10.
       77 MULTA-PCT       PIC 9(02)V99 VALUE ZEROS.
       77 JUROS-MES-PCT   PIC 9(02)V99 VALUE ZEROS.
       77 SALDO           PIC 9(04)V99 VALUE ZEROS.
       77 QTD-BOLETOS     PIC 9(06) VALUE ZEROS.
       77 TOTAL-REMESSA   PIC 9(10)V99 VALUE ZEROS.
       77 LIDAS           PIC 9(06) VALUE ZEROS.
      *    A LINHA DA REMESSA E MONTADA EM WORKING-STORAGE, COM UMA
      *    VISAO PARA CADA TIPO DE REGISTRO, COMO A IMAGEM DO EX21.
      *    O NOSSO-NUMERO E A PROPRIA CHAVE DA COBRANCA (MATRICULA,
      *    ANO E MES), O QUE PERMITE AO RETORNO DO EX57 ACHAR A
      *    MENSALIDADE SEM TABELA DE CORRESPONDENCIA.
       01 LINHA-DETALHE.
           02 RD-TIPO         PIC X(01).
           02 RD-NOSSO-NUMERO.
               03 RD-NN-MATRICULA PIC 9(06).
               03 RD-NN-ANO       PIC 9(04).
               03 RD-NN-MES       PIC 9(02).
           02 RD-SACADO       PIC X(30).
           02 RD-ALUNO        PIC X(30).
           02 RD-VENCIMENTO   PIC 9(08).
           02 RD-VALOR        PIC 9(08)V99.
           02 RD-MULTA-PCT    PIC 9(02)V99.
           02 RD-JUROS-MES-PCT PIC 9(02)V99.
           02 FILLER          PIC X(01).
       01 LINHA-CABECALHO REDEFINES LINHA-DETALHE.
           02 RH-TIPO         PIC X(01).
           02 RH-DATA         PIC 9(08).
           02 RH-DESCRICAO    PIC X(30).
           02 FILLER          PIC X(61).
       01 LINHA-TRAILER REDEFINES LINHA-DETALHE.
           02 RT-TIPO         PIC X(01).
           02 RT-QUANTIDADE   PIC 9(06).
           02 RT-VALOR-TOTAL  PIC 9(10)V99.
           02 FILLER          PIC X(81).
       PROCEDURE DIVISION.
      *    REMESSA DE BOLETOS PARA O BANCO: UM BOLETO POR COBRANCA EM
      *    ABERTO DE MENSAL26.DAT, PELO SALDO QUE AINDA FALTA PAGAR
      *    (A BAIXA PARCIAL DO EX27 JA ABATIDA), COM O VENCIMENTO E
      *    AS TAXAS DE MULTA E JUROS DO EX55 PARA O BANCO COBRAR O
      *    ATRASO. O SACADO E O RESPONSAVEL DO EX29; SEM ELE, O
      *    PROPRIO ALUNO. OS PAGAMENTOS VOLTAM NO ARQUIVO DE RETORNO
      *    E SAO BAIXADOS PELO EX57.
           OPEN INPUT ARQ-MENSAL
           IF FS-MENSAL NOT = "00"
               DISPLAY 'MENSAL26.DAT NAO ENCONTRADO - RODE O EX26 '
                   'PARA GERAR AS COBRANCAS ANTES.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - RODE O EX6 OU O '
                   'EX5 ANTES.'
               CLOSE ARQ-MENSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ARQ-RESP
           IF FS-RESP = "00"
               MOVE 'S' TO RESP-ABERTO
           ELSE
               DISPLAY 'AVISO: RESP29.DAT NAO ENCONTRADO - OS BOLETOS '
                   'SAEM EM NOME DO PROPRIO ALUNO.'
           END-IF
           PERFORM LER-TAXAS

           OPEN OUTPUT ARQ-REMESSA
           MOVE SPACES TO LINHA-DETALHE
           MOVE '0' TO RH-TIPO
           MOVE FUNCTION CURRENT-DATE(1:8) TO RH-DATA
           MOVE 'REMESSA DE MENSALIDADES' TO RH-DESCRICAO
           MOVE LINHA-DETALHE TO REG-REMESSA
           WRITE REG-REMESSA

           PERFORM GERAR-BOLETOS

           MOVE SPACES TO LINHA-DETALHE
           MOVE '9' TO RT-TIPO
           MOVE QTD-BOLETOS TO RT-QUANTIDADE
           MOVE TOTAL-REMESSA TO RT-VALOR-TOTAL
           MOVE LINHA-DETALHE TO REG-REMESSA
           WRITE REG-REMESSA
           CLOSE ARQ-REMESSA

           CLOSE ARQ-MENSAL
           CLOSE ARQ-ALUNOS
           IF RESP-ABERTO = 'S'
               CLOSE ARQ-RESP
           END-IF

           MOVE 'REMESSA BOLETO' TO AUD-ACAO
           MOVE 'REMES56.DAT' TO AUD-CHAVE
           MOVE SPACES TO AUD-VALOR
           STRING 'BOLETOS=' QTD-BOLETOS ' TOTAL=' TOTAL-REMESSA
               DELIMITED BY SIZE INTO AUD-VALOR
           PERFORM GRAVAR-AUDITORIA

           DISPLAY 'REMESSA GERADA: ' QTD-BOLETOS ' BOLETO(S) NO '
               'TOTAL DE ' TOTAL-REMESSA ' (REMES56.DAT), '
               LIDAS ' COBRANCA(S) LIDA(S).'
           GOBACK.

       LER-TAXAS.
      *    AS MESMAS TAXAS QUE O CAIXA DO EX27 APLICA; SEM O CADASTRO
      *    DO EX55, VENCIMENTO NO DIA 10 E NENHUM ENCARGO.
           OPEN INPUT ARQ-TAXAS
           IF FS-TAXAS = "00"
               READ ARQ-TAXAS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TX-DIA-VENCIMENTO TO DIA-VENCIMENTO
                       MOVE TX-MULTA-PCT      TO MULTA-PCT
                       MOVE TX-JUROS-MES-PCT  TO JUROS-MES-PCT
               END-READ
               CLOSE ARQ-TAXAS
           END-IF.

       GERAR-BOLETOS.
           MOVE LOW-VALUES TO MN-CHAVE
           START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-MENSAL
           END-START
           PERFORM UNTIL FIM-MENSAL = 'S'
               READ ARQ-MENSAL NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-MENSAL
                   NOT AT END
                       ADD 1 TO LIDAS
                       IF MN-SITUACAO = 'A'
                          AND MN-VALOR > MN-VALOR-PAGO
                           PERFORM GRAVAR-BOLETO
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-BOLETO.
           COMPUTE SALDO = MN-VALOR - MN-VALOR-PAGO
           MOVE SPACES TO LINHA-DETALHE
           MOVE '1' TO RD-TIPO
           MOVE MN-MATRICULA TO RD-NN-MATRICULA
           MOVE MN-ANO       TO RD-NN-ANO
           MOVE MN-MES       TO RD-NN-MES
           MOVE MN-MATRICULA TO AL-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE '(FORA DO CADASTRO)' TO RD-ALUNO
               NOT INVALID KEY
                   MOVE AL-NOME TO RD-ALUNO
           END-READ
           MOVE RD-ALUNO TO RD-SACADO
           IF RESP-ABERTO = 'S'
               MOVE MN-MATRICULA TO RS-MATRICULA
               READ ARQ-RESP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RS-NOME TO RD-SACADO
               END-READ
           END-IF
           COMPUTE RD-VENCIMENTO = MN-ANO * 10000 + MN-MES * 100
               + DIA-VENCIMENTO
           MOVE SALDO         TO RD-VALOR
           MOVE MULTA-PCT     TO RD-MULTA-PCT
           MOVE JUROS-MES-PCT TO RD-JUROS-MES-PCT
           MOVE LINHA-DETALHE TO REG-REMESSA
           WRITE REG-REMESSA
           ADD 1 TO QTD-BOLETOS
           ADD SALDO TO TOTAL-REMESSA.

       GRAVAR-AUDITORIA.
      *    REGISTRA A REMESSA NO MESMO LOG UNICO COMPARTILHADO COM O
      *    EX5, O EX6 E O EX7.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATAHORA
           MOVE 'EX56' TO AUD-PROGRAMA
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

       END PROGRAM EX56.
