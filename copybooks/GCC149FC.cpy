      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control arquivo de pedidos de visita
      *================================================================*
           SELECT ARQ-PEDIDO           ASSIGN TO  WID-ARQ-PEDIDO
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
      * Indice alternativo pela chave da visita (data + vendedor +
      * cliente): os pedidos do dia saem juntos e em ordem de
      * vendedor para o relatorio diario.
               ALTERNATE KEY           IS PED-CHAVE-VISITA
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
