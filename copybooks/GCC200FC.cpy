      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control totais de controle do fechamento
      *                  do ERP e situacao da conciliacao por
      *                  competencia
      *================================================================*
           SELECT ARQ-CTL-ERP          ASSIGN TO  WID-ARQ-CTL-ERP
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CTLE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CONC-ERP         ASSIGN TO  WID-ARQ-CONC-ERP
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CONC-COMPETENCIA
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
