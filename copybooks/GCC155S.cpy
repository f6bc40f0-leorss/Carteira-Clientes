      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela cadastro de redes de clientes
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-REDE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Codigo..........: "
                                       LINE 08 COL 10.
               10  S-REDE-CODIGO       BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC 9(03) USING REDE-CODIGO.
               10  VALUE  "Nome da rede....: "
                                       LINE 10 COL 10.
               10  S-REDE-NOME
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC X(40) USING REDE-NOME.
               10  VALUE  "Vendedor resp...: "
                                       LINE 12 COL 10.
               10  S-REDE-VENDEDOR     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC 9(07) USING REDE-VEND-CODIGO.
               10  S-REDE-VEND-RAZAO   LINE 12 COL 37
                                       PIC X(40) FROM W-RDE-VEND-RAZAO.
               10  VALUE  "(zero = segue o primeiro membro distribuido)"
                                       LINE 13 COL 28.
               10  VALUE  "Situacao........: "
                                       LINE 15 COL 10.
               10  S-REDE-SITUACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 28
                                       PIC X(01) USING REDE-SITUACAO.
               10  VALUE  "A=Ativa I=Inativa"
                                       LINE 15 COL 31.
               10  VALUE  "Cadastro........: "
                                       LINE 17 COL 10.
               10  S-REDE-DATA-CAD     BLANK WHEN ZERO
                                       LINE 17 COL 28
                                       PIC 9(08)
                                       FROM REDE-DATA-CADASTRO.
               10  VALUE  "Ult. alteracao..: "
                                       LINE 18 COL 10.
               10  S-REDE-DATA-ALT     BLANK WHEN ZERO
                                       LINE 18 COL 28
                                       PIC 9(08)
                                       FROM REDE-DATA-ALTERACAO.
               10  VALUE  "Operador........: "
                                       LINE 19 COL 10.
               10  S-REDE-OPERADOR     LINE 19 COL 28
                                       PIC X(20) FROM REDE-OPERADOR.
