      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos da nota de prioridade de visita
      *================================================================*
       01  W-CAMPOS-PRIORIDADE.
      * Pesos em uso (padroes quando ARQ-PESO-PRIOR nao existe).
           05  W-PRI-PESO-CHURN        PIC 9(03) VALUE 30.
           05  W-PRI-PESO-VISITA       PIC 9(03) VALUE 25.
           05  W-PRI-PESO-COMPROM      PIC 9(03) VALUE 15.
           05  W-PRI-PESO-POTENCIAL    PIC 9(03) VALUE 15.
           05  W-PRI-PESO-CAMPANHA     PIC 9(03) VALUE 15.
           05  W-PRI-PESO-CREDITO      PIC 9(03) VALUE 50.
           05  W-PRI-PESOS-LIDOS       PIC X(01) VALUE "N".
      * Entrada e saida de 7608-DESCREVER-MOTIVO-PRIOR.
           05  W-PRI-MOTIVO-COD        PIC X(01) VALUE SPACE.
           05  W-PRI-MOTIVO-DESC       PIC X(20) VALUE SPACES.
