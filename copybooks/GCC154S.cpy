      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela consentimento de contato por canal
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-CONSENT.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Cliente.........: "
                                       LINE 05 COL 10.
               10  S-CONS-CLIENTE      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 05 COL 28
                                       PIC 9(07) USING CONS-CLIE-CODIGO.
               10  S-CONS-CLIE-RAZAO   LINE 05 COL 37
                                       PIC X(40) FROM W-CSN-CLIE-RAZAO.
               10  VALUE  "Canal     Situacao"
                                       LINE 07 COL 10.
               10  VALUE  "Base legal    Data        Origem"
                                       LINE 07 COL 32.
               10  S-CONS-LINHA-1      LINE 08 COL 10
                                       PIC X(68) FROM W-CSN-LINHA(1).
               10  S-CONS-LINHA-2      LINE 09 COL 10
                                       PIC X(68) FROM W-CSN-LINHA(2).
               10  S-CONS-LINHA-3      LINE 10 COL 10
                                       PIC X(68) FROM W-CSN-LINHA(3).
               10  VALUE  "Canal...........: "
                                       LINE 12 COL 10.
               10  S-CONS-CANAL
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC X(01) USING CONS-CANAL.
               10  VALUE  "E=Email T=Telefone W=WhatsApp"
                                       LINE 12 COL 31.
               10  VALUE  "Situacao........: "
                                       LINE 14 COL 10.
               10  S-CONS-SITUACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28
                                       PIC X(01) USING CONS-SITUACAO.
               10  VALUE  "C=Consentido O=Opt-out (recusa contato)"
                                       LINE 14 COL 31.
               10  VALUE  "Base legal......: "
                                       LINE 16 COL 10.
               10  S-CONS-BASE
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 28
                                       PIC X(01) USING CONS-BASE-LEGAL.
               10  VALUE  "C=Consentimento E=Execucao de contrato"
                                       LINE 16 COL 31.
               10  VALUE  "L=Legitimo interesse O=Obrigacao legal"
                                       LINE 17 COL 31.
               10  VALUE  "Data AAAAMMDD...: "
                                       LINE 19 COL 10.
               10  S-CONS-DATA         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 19 COL 28
                                       PIC 9(08) USING CONS-DATA.
               10  VALUE  "Origem..........: "
                                       LINE 21 COL 10.
               10  S-CONS-ORIGEM
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 21 COL 28
                                       PIC X(20) USING CONS-ORIGEM.
               10  VALUE  "Operador........: "
                                       LINE 23 COL 10.
               10  S-CONS-OPERADOR     LINE 23 COL 28
                                       PIC X(20) FROM CONS-OPERADOR.
