      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos consulta de contestacoes de comissao
      *                  pendentes
      *================================================================*

      *---------------------------------------------------------*
      * Parametros/retorno da contagem de contestacoes pendentes
      * (abertas ou em analise) do vendedor na competencia
      *---------------------------------------------------------*
       01  W-CONTESTACAO-PEND.
           05  W-CTS-VEND-BUSCA        PIC 9(07) VALUE ZEROS.
           05  W-CTS-COMP-BUSCA        PIC 9(06) VALUE ZEROS.
           05  W-CTS-QTDE-PEND         PIC 9(04) VALUE ZEROS.
