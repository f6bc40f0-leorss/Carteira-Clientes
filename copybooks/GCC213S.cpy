      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela da conciliacao vendedor faturado (ERP) x
      *                  vendedor da carteira
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-CONC-VERP.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Conciliacao vendedor faturado x carteira"
                                       LINE 06 COL 10.
               10  VALUE  "Competencia (AAAAMM): "
                                       LINE 08 COL 10.
               10  S-CVR-COMPETENCIA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC 9(06)
                                       USING W-CVR-COMPETENCIA.
               10  VALUE  "Lista as notas da competencia faturadas no"
                                       LINE 10 COL 10.
               10  VALUE  "ERP com vendedor diferente do que tinha o"
                                       LINE 11 COL 10.
               10  VALUE  "cliente na carteira na data da nota, com"
                                       LINE 12 COL 10.
               10  VALUE  "totais por par e o arquivo de correcao do"
                                       LINE 13 COL 10.
               10  VALUE  "cadastro de clientes do ERP."
                                       LINE 14 COL 10.
