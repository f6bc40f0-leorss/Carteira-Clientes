      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela diario de odometro do veiculo
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-ODOMETRO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor........: "
                                       LINE 08 COL 10.
               10  S-ODO-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28 PIC 9(07)
                                       USING ODO-VEND-CODIGO.
               10  S-ODO-VEND-DESC     LINE 08 COL 37
                                       PIC X(40) FROM W-ODO-VEND-DESC.
               10  VALUE  "Data AAAAMMDD...: "
                                       LINE 10 COL 10.
               10  S-ODO-DATA          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC 9(08) USING ODO-DATA.
               10  VALUE  "Placa veiculo...: "
                                       LINE 12 COL 10.
               10  S-ODO-PLACA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC X(07) USING ODO-PLACA.
               10  VALUE  "Km inicial......: "
                                       LINE 13 COL 10.
               10  S-ODO-KM-INICIAL
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 13 COL 28 PIC 9(07)
                                       USING ODO-KM-INICIAL.
               10  VALUE  "Km final........: "
                                       LINE 14 COL 10.
               10  S-ODO-KM-FINAL
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28 PIC 9(07)
                                       USING ODO-KM-FINAL.
               10  VALUE  "Km rodado.......: "
                                       LINE 15 COL 10.
               10  S-ODO-KM-RODADO     LINE 15 COL 28
                                       PIC Z.ZZZ.ZZ9
                                       FROM W-ODO-KM-RODADO.
               10  VALUE  "Origem..........: "
                                       LINE 17 COL 10.
               10  S-ODO-ORIGEM        LINE 17 COL 28
                                       PIC X(01) FROM ODO-ORIGEM.
               10  VALUE  "T=Tela L=Lote de campo"
                                       LINE 17 COL 31.
               10  VALUE  "Registro........: "
                                       LINE 18 COL 10.
               10  S-ODO-DATA-REG      BLANK WHEN ZERO
                                       LINE 18 COL 28
                                       PIC 9(08) FROM ODO-DATA-REGISTRO.
               10  VALUE  "Operador........: "
                                       LINE 19 COL 10.
               10  S-ODO-OPERADOR      LINE 19 COL 28
                                       PIC X(20) FROM ODO-OPERADOR.
