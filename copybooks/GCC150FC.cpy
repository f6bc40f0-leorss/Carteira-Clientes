      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control arquivo de itens de pedido
      *================================================================*
           SELECT ARQ-PEDIDO-ITEM      ASSIGN TO  WID-ARQ-PEDIDO-ITEM
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PITEM-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
