      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control consultas salvas do extrato sob
      *                  medida de clientes e vendedores
      *================================================================*
           SELECT ARQ-CONSULTA-EXT     ASSIGN TO  WID-ARQ-CONSULTA-EXT
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CEXT-NOME
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
