      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela movimentacao de amostras e brindes
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-MOV-MATERIAL.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Data AAAAMMDD...: "
                                       LINE 06 COL 10.
               10  S-MMV-DATA          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 28
                                       PIC 9(08) USING MMV-DATA.
               10  PIC X(20)           LINE 06 COL 42
                                       FROM W-MOV-TIPO-DESC.
               10  VALUE  "Vendedor........: "
                                       LINE 08 COL 10.
               10  S-MMV-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28 PIC 9(07)
                                       USING MMV-VEND-CODIGO.
               10  S-MMV-VEND-DESC     LINE 08 COL 37
                                       PIC X(40) FROM W-MOV-VEND-DESC.
               10  VALUE  "Material........: "
                                       LINE 10 COL 10.
               10  S-MMV-MAT           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28 PIC 9(05)
                                       USING MMV-MAT-CODIGO.
               10  S-MMV-MAT-DESC      LINE 10 COL 37
                                       PIC X(40) FROM W-MOV-MAT-DESC.
               10  VALUE  "Saldo vendedor..: "
                                       LINE 11 COL 10.
               10  S-MMV-SALDO         LINE 11 COL 28
                                       PIC -.---.--9 FROM W-MMV-SALDO.
               10  PIC X(03)           LINE 11 COL 39
                                       FROM W-MAT-UNID-ACHADA.
               10  VALUE  "Cliente.........: "
                                       LINE 12 COL 10.
               10  S-MMV-CLIE          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28 PIC 9(07)
                                       USING MMV-CLIE-CODIGO.
               10  S-MMV-CLIE-DESC     LINE 12 COL 37
                                       PIC X(40) FROM W-MOV-CLIE-DESC.
               10  VALUE  "Quantidade......: "
                                       LINE 14 COL 10.
               10  S-MMV-QUANTIDADE    BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28 PIC 9(07)
                                       USING MMV-QUANTIDADE.
               10  VALUE  "Observacao......: "
                                       LINE 16 COL 10.
               10  S-MMV-OBSERVACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 28 PIC X(40)
                                       USING MMV-OBSERVACAO.
               10  VALUE  "Fora carteira...: "
                                       LINE 18 COL 10.
               10  S-MMV-FORA-CARTEIRA LINE 18 COL 28
                                       PIC X(01) FROM MMV-FORA-CARTEIRA.
               10  VALUE  "Sequencia: "
                                       LINE 18 COL 42.
               10  S-MMV-SEQ           BLANK WHEN ZERO
                                       LINE 18 COL 53
                                       PIC 9(03) FROM MMV-SEQ.
               10  VALUE  "Registro........: "
                                       LINE 19 COL 10.
               10  S-MMV-DATA-REG      BLANK WHEN ZERO
                                       LINE 19 COL 28
                                       PIC 9(08) FROM MMV-DATA-REGISTRO.
               10  VALUE  "Operador........: "
                                       LINE 20 COL 10.
               10  S-MMV-OPERADOR      LINE 20 COL 28
                                       PIC X(20) FROM MMV-OPERADOR.
