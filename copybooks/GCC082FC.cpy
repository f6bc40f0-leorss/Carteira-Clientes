      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control extrato mensal da situacao
      *                  cadastral do CNPJ
      *================================================================*
           SELECT ARQ-REG-CNPJ         ASSIGN TO  WID-ARQ-REG-CNPJ
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
