      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control arquivo de consentimento de
      *                  contato e log de supressoes por opt-out
      *================================================================*
           SELECT ARQ-CONSENT          ASSIGN TO  WID-ARQ-CONSENT
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CONS-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.

      * Log de clientes suprimidos ou marcados nas listas de contato
           SELECT ARQ-SUPR-CONTATO     ASSIGN TO  WID-ARQ-SUPR-CONTATO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
