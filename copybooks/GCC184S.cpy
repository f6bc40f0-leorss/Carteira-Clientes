      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela cadastro de amostras e brindes
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-MATERIAL.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Codigo..........: "
                                       LINE 08 COL 10.
               10  S-MAT-CODIGO        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC 9(05) USING MAT-CODIGO.
               10  VALUE  "Descricao.......: "
                                       LINE 10 COL 10.
               10  S-MAT-DESCRICAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC X(40) USING MAT-DESCRICAO.
               10  VALUE  "Tipo............: "
                                       LINE 11 COL 10.
               10  S-MAT-TIPO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 28
                                       PIC X(01) USING MAT-TIPO.
               10  VALUE  "A=Amostra B=Brinde"
                                       LINE 11 COL 31.
               10  VALUE  "Unidade.........: "
                                       LINE 12 COL 10.
               10  S-MAT-UNIDADE
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC X(03) USING MAT-UNIDADE.
               10  VALUE  "Situacao........: "
                                       LINE 13 COL 10.
               10  S-MAT-SITUACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 13 COL 28
                                       PIC X(01) USING MAT-SITUACAO.
               10  VALUE  "A=Ativo I=Inativo"
                                       LINE 13 COL 31.
               10  VALUE  "Cadastro........: "
                                       LINE 17 COL 10.
               10  S-MAT-DATA-CAD      BLANK WHEN ZERO
                                       LINE 17 COL 28
                                       PIC 9(08)
                                       FROM MAT-DATA-CADASTRO.
               10  VALUE  "Ult. alteracao..: "
                                       LINE 18 COL 10.
               10  S-MAT-DATA-ALT      BLANK WHEN ZERO
                                       LINE 18 COL 28
                                       PIC 9(08)
                                       FROM MAT-DATA-ALTERACAO.
               10  VALUE  "Operador........: "
                                       LINE 19 COL 10.
               10  S-MAT-OPERADOR      LINE 19 COL 28
                                       PIC X(20) FROM MAT-OPERADOR.
