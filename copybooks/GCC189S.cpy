      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela registro de contato remoto
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-CONTATO-REM.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor........: "
                                       LINE 07 COL 10.
               10  S-CRM-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 07 COL 28 PIC 9(07)
                                       USING CRM-VEND-CODIGO.
               10  S-CRM-VEND-DESC     LINE 07 COL 37
                                       PIC X(40) FROM W-CRM-VEND-DESC.
               10  VALUE  "Cliente.........: "
                                       LINE 08 COL 10.
               10  S-CRM-CLIE          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28 PIC 9(07)
                                       USING CRM-CLIE-CODIGO.
               10  S-CRM-CLIE-DESC     LINE 08 COL 37
                                       PIC X(40) FROM W-CRM-CLIE-DESC.
               10  VALUE  "Data AAAAMMDD...: "
                                       LINE 10 COL 10.
               10  S-CRM-DATA          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC 9(08) USING CRM-DATA.
               10  VALUE  "Canal...........: "
                                       LINE 12 COL 10.
               10  S-CRM-CANAL
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC X(01) USING CRM-CANAL.
               10  VALUE  "T=Telefone V=Video W=Whatsapp"
                                       LINE 12 COL 31.
               10  VALUE  "Resultado.......: "
                                       LINE 13 COL 10.
               10  S-CRM-RESULTADO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 13 COL 28
                                       PIC X(01) USING CRM-RESULTADO.
               10  VALUE  "E=Efetivo S=Sem sucesso"
                                       LINE 13 COL 31.
               10  VALUE  "Observacao......: "
                                       LINE 14 COL 10.
               10  S-CRM-OBSERVACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 10
                                       PIC X(60) USING CRM-OBSERVACAO.
               10  VALUE  "Origem..........: "
                                       LINE 17 COL 10.
               10  S-CRM-ORIGEM        LINE 17 COL 28
                                       PIC X(01) FROM CRM-ORIGEM.
               10  VALUE  "T=Tela L=Lote de campo"
                                       LINE 17 COL 31.
               10  VALUE  "Registro........: "
                                       LINE 18 COL 10.
               10  S-CRM-DATA-REG      BLANK WHEN ZERO
                                       LINE 18 COL 28
                                       PIC 9(08) FROM CRM-DATA-REGISTRO.
               10  VALUE  "Operador........: "
                                       LINE 19 COL 10.
               10  S-CRM-OPERADOR      LINE 19 COL 28
                                       PIC X(20) FROM CRM-OPERADOR.
