      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela tabela de override de supervisores
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-OVERRIDE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Supervisor......: "
                                       LINE 08 COL 10.
               10  S-OVR-SUP           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC 9(07) USING OVR-SUP-CODIGO.
               10  PIC X(40)           LINE 08 COL 37
                                       FROM W-OVR-SUP-NOME.
               10  VALUE  "Vigencia(AAAAMM): "
                                       LINE 10 COL 10.
               10  S-OVR-VIGENCIA      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC 9(06) USING OVR-VIGENCIA.
               10  VALUE  "Override (%)....: "
                                       LINE 12 COL 10.
               10  S-OVR-PCT
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC Z9,99 USING OVR-PCT.
               10  VALUE  "Alterado em.....: "
                                       LINE 14 COL 10.
               10  PIC 9(08)           LINE 14 COL 28
                                       FROM OVR-DATA-ALTERACAO
                                       BLANK WHEN ZERO.
               10  VALUE  "Operador........: "
                                       LINE 16 COL 10.
               10  PIC X(20)           LINE 16 COL 28
                                       FROM OVR-OPERADOR.
