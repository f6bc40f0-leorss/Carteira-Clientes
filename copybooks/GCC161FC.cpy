      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control distribuicao aguardando aprovacao
      *================================================================*
      * Mesma estrutura de chaves do ARQ-DIST: a distribuicao grava o
      * arquivo pelo FD do ARQ-DIST (GCC031FC) e a aprovacao o le por
      * este FD.
           SELECT ARQ-DIST-PEND        ASSIGN TO  WID-ARQ-DIST-PEND
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DPEN-CHAVE
               ALTERNATE KEY           IS DPEN-CLIE-CODIGO
                                       WITH DUPLICATES
               ALTERNATE KEY           IS DPEN-VEND-CODIGO
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
