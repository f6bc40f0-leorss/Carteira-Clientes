      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela cadastro de linhas de negocio
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-LINHA-NEG.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Codigo..........: "
                                       LINE 08 COL 10.
               10  S-LNEG-CODIGO       BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC 9(02) USING LNEG-CODIGO.
               10  VALUE  "Descricao.......: "
                                       LINE 10 COL 10.
               10  S-LNEG-DESCRICAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC X(30) USING LNEG-DESCRICAO.
               10  VALUE  "Situacao........: "
                                       LINE 12 COL 10.
               10  S-LNEG-SITUACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC X(01) USING LNEG-SITUACAO.
               10  VALUE  "A=Ativa I=Inativa"
                                       LINE 12 COL 31.
               10  VALUE "(um vendedor por cliente em cada linha ativa)"
                                       LINE 13 COL 28.
               10  VALUE  "Cadastro........: "
                                       LINE 15 COL 10.
               10  S-LNEG-DATA-CAD     BLANK WHEN ZERO
                                       LINE 15 COL 28
                                       PIC 9(08)
                                       FROM LNEG-DATA-CADASTRO.
               10  VALUE  "Ult. alteracao..: "
                                       LINE 16 COL 10.
               10  S-LNEG-DATA-ALT     BLANK WHEN ZERO
                                       LINE 16 COL 28
                                       PIC 9(08)
                                       FROM LNEG-DATA-ALTERACAO.
               10  VALUE  "Operador........: "
                                       LINE 17 COL 10.
               10  S-LNEG-OPERADOR     LINE 17 COL 28
                                       PIC X(20) FROM LNEG-OPERADOR.
