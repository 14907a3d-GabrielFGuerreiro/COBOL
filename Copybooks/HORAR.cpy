      *    ATRIBUICAO DO EX12. O EX51 RECUSA GRAVAR FAIXA EM QUE A
      *    TURMA OU O PROFESSOR JA ESTAO OCUPADOS - A DUPLA RESERVA
      *    DEIXA DE SER DESCOBERTA NO PRIMEIRO DIA DE AULA - E
      *    IMPRIME O HORARIO POR TURMA E POR PROFESSOR. HO-SALA E A
      *    SALA DO CADASTRO DO EX66 (SALA.CPY) EM QUE A AULA ACONTECE:
      *    O EX51 TAMBEM RECUSA A FAIXA CUJA SALA JA ESTA OCUPADA POR
      *    OUTRA TURMA E IMPRIME A OCUPACAO DAS SALAS.
      *----------------------------------------------------------------
       01 REG-HORARIO.
           02 HO-CHAVE.
               03 HO-SLOT       PIC 9(01).
           02 HO-DISCIPLINA     PIC X(06).
           02 HO-PROFESSOR      PIC 9(04).
           02 HO-SALA           PIC X(06).
