      *----------------------------------------------------------------
      *    CADASTRO DE SALAS (SALAS66.DAT), MANTIDO PELO EX66, COM O
      *    CODIGO DA SALA COMO CHAVE. SA-TIPO: 'C' SALA COMUM, 'L'
      *    LABORATORIO, 'Q' QUADRA. SA-CAPACIDADE E O NUMERO DE
      *    ALUNOS QUE A SALA COMPORTA. CADA FAIXA DO HORARIO DO EX51
      *    (HORAR.CPY) LEVA A SALA EM QUE A AULA ACONTECE, E O EX51
      *    RECUSA A FAIXA CUJA SALA JA ESTA OCUPADA POR OUTRA TURMA.
      *----------------------------------------------------------------
       01 REG-SALA.
           02 SA-CODIGO     PIC X(06).
           02 SA-NOME       PIC X(30).
           02 SA-TIPO       PIC X(01).
           02 SA-CAPACIDADE PIC 9(03).
