      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela previsao de vendas do vendedor
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-PREVISAO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor........: "
                                       LINE 05 COL 10.
               10  S-PREV-VEND         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 05 COL 28 PIC 9(07)
                                       USING PREV-VEND-CODIGO.
               10  PIC X(40)           LINE 05 COL 37
                                       FROM W-PRV-VEND-NOME.
               10  VALUE  "Competencia.....: "
                                       LINE 06 COL 10.
               10  S-PREV-COMP         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 28 PIC 9(06)
                                       USING PREV-COMPETENCIA.
               10  VALUE  "(AAAAMM - mes corrente e os dois seguintes)"
                                       LINE 06 COL 37.
               10  VALUE  "Meta faturamento: "
                                       LINE 08 COL 10.
               10  PIC ZZ.ZZZ.ZZZ.ZZ9  LINE 08 COL 28
                                       FROM W-PRV-META.
               10  VALUE  "Faturado no mes.: "
                                       LINE 09 COL 10.
               10  PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 09 COL 28
                                       FROM W-PRV-PARCIAL.
               10  VALUE  "Projecao do mes.: "
                                       LINE 10 COL 10.
               10  PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 10 COL 28
                                       FROM W-PRV-PROJECAO.
               10  PIC X(32)           LINE 10 COL 47
                                       FROM W-PRV-PROJ-OBS.
               10  VALUE  "Prev. vendedor..: "
                                       LINE 12 COL 10.
               10  S-PREV-VALOR-VEND   BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28 PIC 9(11),99
                                       USING PREV-VALOR-VENDEDOR.
               10  VALUE  "Declarada em....: "
                                       LINE 13 COL 10.
               10  PIC 9(08)           LINE 13 COL 28
                                       FROM PREV-DATA-VENDEDOR
                                       BLANK WHEN ZERO.
               10  VALUE  "por"        LINE 13 COL 38.
               10  PIC X(20)           LINE 13 COL 42
                                       FROM PREV-OPERADOR-VENDEDOR.
               10  VALUE  "Ajuste superv...: "
                                       LINE 15 COL 10.
               10  S-PREV-VALOR-SUPERV BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 28 PIC 9(11),99
                                       USING PREV-VALOR-SUPERV.
               10  VALUE  "(zero = vale a previsao do vendedor)"
                                       LINE 15 COL 44.
               10  VALUE  "Ajustada em.....: "
                                       LINE 16 COL 10.
               10  PIC 9(08)           LINE 16 COL 28
                                       FROM PREV-DATA-SUPERV
                                       BLANK WHEN ZERO.
               10  VALUE  "por"        LINE 16 COL 38.
               10  PIC X(20)           LINE 16 COL 42
                                       FROM PREV-OPERADOR-SUPERV.
               10  VALUE  "Previsao vigente: "
                                       LINE 18 COL 10.
               10  PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 18 COL 28
                                       FROM W-PRV-VIGENTE.
               10  VALUE  "% da meta:"  LINE 18 COL 47.
               10  PIC ZZZ9,99         LINE 18 COL 58
                                       FROM W-PRV-PCT-META.
