      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control arquivo de itens de nota fiscal
      *================================================================*
           SELECT ARQ-NOTA-ITEM        ASSIGN TO  WID-ARQ-NOTA-ITEM
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS NITEM-CHAVE
      * Indices alternativos por cliente (mix de produtos do
      * cliente) e por produto (checagem antes de excluir um
      * produto do cadastro).
               ALTERNATE KEY           IS NITEM-CLIE-CODIGO
                                       WITH DUPLICATES
               ALTERNATE KEY           IS NITEM-PRODUTO
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
