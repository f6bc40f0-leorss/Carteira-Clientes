      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos da segmentacao RFM do cliente
      *================================================================*
       01  W-CAMPOS-RFM.
      * Entrada e saida de 7619-DESCREVER-CLUSTER-RFM.
           05  W-RFM-CLUSTER-COD       PIC X(01) VALUE SPACE.
           05  W-RFM-CLUSTER-DESC      PIC X(14) VALUE SPACES.
