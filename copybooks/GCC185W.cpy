      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos do saldo de amostras e brindes em
      *                  poder do vendedor e da sequencia do movimento
      *================================================================*

      *---------------------------------------------------------*
      * Parametros/retorno do saldo e da proxima sequencia
      *---------------------------------------------------------*
       01  W-SALDO-MATERIAL.
           05  W-MMV-VEND-PROCURADO    PIC 9(07) VALUE ZEROS.
           05  W-MMV-MAT-PROCURADO     PIC 9(05) VALUE ZEROS.
           05  W-MMV-DATA-PROCURADA    PIC 9(08) VALUE ZEROS.
           05  W-MMV-SALDO             PIC S9(09) VALUE ZEROS.
           05  W-MMV-PROX-SEQ          PIC 9(03) VALUE ZEROS.
