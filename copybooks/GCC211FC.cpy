      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control tabela de motivos de devolucao
      *================================================================*
           SELECT ARQ-MOTIVO-DEV       ASSIGN TO  WID-ARQ-MOTIVO-DEV
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
