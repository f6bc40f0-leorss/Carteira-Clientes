      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control marcador da base de treinamento
      *================================================================*
           SELECT ARQ-MARCA-TREINO     ASSIGN TO  WID-ARQ-MARCA-TREINO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
