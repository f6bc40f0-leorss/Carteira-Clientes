      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control tarefas de integracao de clientes
      *                  novos e plano de integracao
      *================================================================*
           SELECT ARQ-ONBOARD          ASSIGN TO  WID-ARQ-ONBOARD
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ONB-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.

      * Plano de integracao: etapas, prazos e tipo de baixa.
           SELECT ARQ-ONB-PLANO        ASSIGN TO  WID-ARQ-ONB-PLANO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
