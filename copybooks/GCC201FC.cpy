      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control marcas de versao do layout de
      *                  registro dos arquivos mestres
      *================================================================*
           SELECT ARQ-VERSAO-LAYOUT    ASSIGN TO  WID-ARQ-VERSAO-LAYOUT
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
