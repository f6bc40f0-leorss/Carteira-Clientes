      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control cadastro de produtos
      *================================================================*
           SELECT ARQ-PRODUTO          ASSIGN TO  WID-ARQ-PRODUTO
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PROD-CODIGO
      * Indice alternativo por linha de produto, para listar os
      * produtos de uma linha sem varrer o cadastro.
               ALTERNATE KEY           IS PROD-LINHA
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
