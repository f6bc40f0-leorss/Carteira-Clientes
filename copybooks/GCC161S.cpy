      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela aprovacao da distribuicao retida
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-APROVA-DIST.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Retida em.......: "
                                       LINE 06 COL 10.
               10  PIC 9(08)           LINE 06 COL 28
                                       FROM W-DPEN-DATA.
               10  VALUE  "Hora: "     LINE 06 COL 40.
               10  PIC 9(08)           LINE 06 COL 46
                                       FROM W-DPEN-HORA.
               10  VALUE  "Em vigor........: "
                                       LINE 07 COL 10.
               10  PIC ZZZZZZ9         LINE 07 COL 28
                                       FROM W-DPEN-TOTAL-ATUAL.
               10  VALUE  "Na nova.: "  LINE 07 COL 40.
               10  PIC ZZZZZZ9         LINE 07 COL 50
                                       FROM W-DPEN-TOTAL-NOVO.
               10  VALUE  "Trocas..........: "
                                       LINE 08 COL 10.
               10  PIC ZZZZZZ9         LINE 08 COL 28
                                       FROM W-DPEN-MOVIDOS.
               10  VALUE  "Novas...: "  LINE 08 COL 40.
               10  PIC ZZZZZZ9         LINE 08 COL 50
                                       FROM W-DPEN-NOVOS.
               10  VALUE  "Movimento (%)...: "
                                       LINE 09 COL 10.
               10  PIC ZZ9,99 HIGHLIGHT LINE 09 COL 29
                                       FROM W-DPEN-PCT.
               10  VALUE  "Limite %: "  LINE 09 COL 40.
               10  PIC ZZ9             LINE 09 COL 54
                                       FROM W-DPEN-LIMITE-PCT.
               10  VALUE  "Vendedor Razao social                    "
                                       LINE 11 COL 05.
               10  VALUE  "    Atuais   Perde  Recebe"
                                       LINE 11 COL 46.
               10  PIC X(72)           LINE 12 COL 05
                                       FROM W-161-LINHA (1).
               10  PIC X(72)           LINE 13 COL 05
                                       FROM W-161-LINHA (2).
               10  PIC X(72)           LINE 14 COL 05
                                       FROM W-161-LINHA (3).
               10  PIC X(72)           LINE 15 COL 05
                                       FROM W-161-LINHA (4).
               10  PIC X(72)           LINE 16 COL 05
                                       FROM W-161-LINHA (5).
               10  PIC X(72)           LINE 17 COL 05
                                       FROM W-161-LINHA (6).
               10  PIC X(72)           LINE 18 COL 05
                                       FROM W-161-LINHA (7).
               10  PIC X(72)           LINE 19 COL 05
                                       FROM W-161-LINHA (8).
               10  PIC X(72)           LINE 20 COL 05
                                       FROM W-161-LINHA (9).
               10  PIC X(72)           LINE 21 COL 05
                                       FROM W-161-LINHA (10).
               10  PIC X(72)           LINE 22 COL 05
                                       FROM W-161-LINHA (11).
               10  PIC X(72)           LINE 23 COL 05
                                       FROM W-161-LINHA (12).
               10  PIC X(72)           LINE 24 COL 05
                                       FROM W-161-LINHA (13).
               10  PIC X(72)           LINE 25 COL 05
                                       FROM W-161-LINHA (14).
