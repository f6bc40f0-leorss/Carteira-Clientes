      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela cadastro de produtos
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-PRODUTO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Codigo..........: "
                                       LINE 08 COL 10.
               10  S-PROD-CODIGO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC X(10) USING PROD-CODIGO.
               10  VALUE  "Descricao.......: "
                                       LINE 10 COL 10.
               10  S-PROD-DESCRICAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC X(40) USING PROD-DESCRICAO.
               10  VALUE  "Linha produto...: "
                                       LINE 12 COL 10.
               10  S-PROD-LINHA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC X(10) USING PROD-LINHA.
               10  VALUE  "Situacao (A/I)..: "
                                       LINE 14 COL 10.
               10  S-PROD-SITUACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28
                                       PIC X(01) USING PROD-SITUACAO.
