       FILE-CONTROL.
      *    PLANO DA RODADA NOTURNA: UM PASSO POR LINHA, COM O NUMERO,
      *    O PROGRAMA A CHAMAR E A DESCRICAO - A SECRETARIA MONTA O
      *    PLANO DA EPOCA (EX20, O EXTRATO DO PORTAL DO EX71 E A
      *    FILA DE AVISOS DO EX72 TODA NOITE, EX15 NA TEMPORADA DE
      *    FECHAMENTO, EX21 ANTES, EX18 NA SEMANA DO PRAZO) SEM
      *    RECOMPILAR NADA.
           SELECT ARQ-PLANO ASSIGN TO "PLANO53.DAT"
