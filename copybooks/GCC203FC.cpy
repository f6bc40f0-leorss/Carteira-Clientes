      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control historico diario de tamanho dos
      *                  arquivos de dados e limites de capacidade
      *================================================================*
           SELECT ARQ-CRESC-ARQ        ASSIGN TO  WID-ARQ-CRESC-ARQ
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CRES-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.

           SELECT ARQ-LIMITE-ARQ       ASSIGN TO  WID-ARQ-LIMITE-ARQ
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS LIMA-ARQUIVO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
