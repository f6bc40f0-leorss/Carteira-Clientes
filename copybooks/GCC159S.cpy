      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela especializacao setorial (CNAE) do
      *                  vendedor
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-VEND-CNAE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor........: "
                                       LINE 08 COL 10.
               10  S-VCN-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC 9(07) USING VCNA-VEND-CODIGO.
               10  S-VCN-VEND-DESC     LINE 08 COL 37
                                       PIC X(40) FROM W-VCN-VEND-DESC.
               10  VALUE  "Divisao CNAE....: "
                                       LINE 10 COL 10.
               10  S-VCN-DIVISAO       BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC 9(02) USING VCNA-DIVISAO.
               10  VALUE  "(dois primeiros digitos do CNAE, 01 a 99)"
                                       LINE 11 COL 28.
               10  VALUE  "Divisoes atuais.: "
                                       LINE 13 COL 10.
               10  S-VCN-LISTA         LINE 13 COL 28
                                       PIC X(50) FROM W-VCN-LISTA.
