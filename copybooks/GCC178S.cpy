      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela cadastro de concorrentes
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-CONCORRENTE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Codigo..........: "
                                       LINE 08 COL 10.
               10  S-CCOR-CODIGO       BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC 9(03) USING CCOR-CODIGO.
               10  VALUE  "Concorrente.....: "
                                       LINE 10 COL 10.
               10  S-CCOR-NOME
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC X(40) USING CCOR-NOME.
               10  VALUE  "Situacao........: "
                                       LINE 12 COL 10.
               10  S-CCOR-SITUACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC X(01) USING CCOR-SITUACAO.
               10  VALUE  "A=Ativo I=Inativo"
                                       LINE 12 COL 31.
               10  VALUE  "Cadastro........: "
                                       LINE 17 COL 10.
               10  S-CCOR-DATA-CAD     BLANK WHEN ZERO
                                       LINE 17 COL 28
                                       PIC 9(08)
                                       FROM CCOR-DATA-CADASTRO.
               10  VALUE  "Ult. alteracao..: "
                                       LINE 18 COL 10.
               10  S-CCOR-DATA-ALT     BLANK WHEN ZERO
                                       LINE 18 COL 28
                                       PIC 9(08)
                                       FROM CCOR-DATA-ALTERACAO.
               10  VALUE  "Operador........: "
                                       LINE 19 COL 10.
               10  S-CCOR-OPERADOR     LINE 19 COL 28
                                       PIC X(20) FROM CCOR-OPERADOR.
