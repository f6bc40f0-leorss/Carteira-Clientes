      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control nota de prioridade de visita do
      *                  cliente e pesos da nota
      *================================================================*
           SELECT ARQ-PRIOR-CLIE       ASSIGN TO  WID-ARQ-PRIOR-CLIE
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRI-CLIE-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.

           SELECT ARQ-PESO-PRIOR       ASSIGN TO  WID-ARQ-PESO-PRIOR
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
