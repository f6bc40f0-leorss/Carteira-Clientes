      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control arquivo vendedor faturado das
      *                  notas fiscais (vendedor do ERP por nota)
      *================================================================*
           SELECT ARQ-NOTA-VERP        ASSIGN TO  WID-ARQ-NOTA-VERP
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS NVRP-NOTA-NUMERO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
