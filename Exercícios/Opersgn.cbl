       PROGRAM-ID. OPERSGN.
      *----------------------------------------------------------------
      *    LOGON DE OPERADOR, COMPARTILHADO PELO MENU DA SECRETARIA
      *    (EX23), PELO PROPRIO CADASTRO DE OPERADORES (EX37) E PELOS
      *    PROGRAMAS QUE, RODADOS SOZINHOS, GUARDAM CAMINHO PERIGOSO
      *    OU SO DO PERFIL DE CHEFE (EX5, EX16, EX35, EX36, EX43,
      *    EX54, EX55, EX61, EX62, EX65, EX74, EX76, EX78) OU QUE
      *    CARIMBAM O OPERADOR NO QUE EMITEM (O RECIBO DO CAIXA DO
      *    EX27): PEDE CODIGO E
      *    SENHA, CONFERE NO CADASTRO DE OPERADORES DO EX37 E DEVOLVE
      *    O CODIGO E O PERFIL PARA IREM AO CONTEXTO DO MENU E A
      *    TRILHA DE AUDITORIA. TRES TENTATIVAS ERRADAS RECUSAM O
