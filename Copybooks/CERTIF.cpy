      *----------------------------------------------------------------
      *    LIVRO DE REGISTRO DOS CERTIFICADOS DE CONCLUSAO (EX65), UM
      *    REGISTRO POR NUMERO, SEQUENCIAL. O CERTIFICADO ORIGINAL
      *    (CT-VIA 1) OCUPA A PROXIMA FOLHA DO LIVRO; CADA SEGUNDA VIA
      *    GANHA NUMERO PROPRIO NO MESMO REGISTRO, COM CT-VIA 2, 3...,
      *    APONTA O ORIGINAL EM CT-REGISTRO-ORIGINAL E REPETE O LIVRO
      *    E A FOLHA DELE (O ASSENTAMENTO NO LIVRO E UM SO). O ANO DE
      *    CONCLUSAO E O DO ULTIMO FECHAMENTO DO EX15 DO ALUNO, QUE
      *    TEM DE SER 'APROVADO DE ANO'. O REGISTRO NUNCA E APAGADO.
      *----------------------------------------------------------------
       01 REG-CERTIF.
           02 CT-REGISTRO          PIC 9(06).
           02 CT-MATRICULA         PIC 9(06).
           02 CT-NOME              PIC X(30).
           02 CT-CURSO             PIC X(20).
           02 CT-TURMA             PIC X(06).
           02 CT-ANO-CONCLUSAO     PIC 9(04).
           02 CT-LIVRO             PIC 9(03).
           02 CT-FOLHA             PIC 9(03).
           02 CT-DATA-EMISSAO      PIC 9(08).
           02 CT-VIA               PIC 9(02).
           02 CT-REGISTRO-ORIGINAL PIC 9(06).
           02 CT-MOTIVO            PIC X(30).
           02 CT-OPERADOR          PIC 9(04).
