      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela contratos de fornecimento
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-CONTRATO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Cliente.........: "
                                       LINE 05 COL 10.
               10  S-CTR-CLIE          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 05 COL 28 PIC 9(07)
                                       USING CTR-CLIE-CODIGO.
               10  PIC X(40)           LINE 05 COL 37
                                       FROM W-CTR-CLIE-NOME.
               10  VALUE  "Contrato numero.: "
                                       LINE 06 COL 10.
               10  S-CTR-NUMERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 28 PIC X(15)
                                       USING CTR-NUMERO.
               10  PIC X(12)           LINE 06 COL 45
                                       FROM W-CTR-SIT-DESC.
               10  VALUE  "Inicio(AAAAMMDD): "
                                       LINE 08 COL 10.
               10  S-CTR-INICIO        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28 PIC 9(08)
                                       USING CTR-DATA-INICIO.
               10  VALUE  "Fim:"
                                       LINE 08 COL 40.
               10  S-CTR-FIM           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 45 PIC 9(08)
                                       USING CTR-DATA-FIM.
               10  PIC X(24)           LINE 08 COL 55
                                       FROM W-CTR-VENC-DESC.
               10  VALUE  "Volume mensal R$: "
                                       LINE 09 COL 10.
               10  S-CTR-VOLUME        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 09 COL 28 PIC 9(11),99
                                       USING CTR-VOLUME-MENSAL.
               10  VALUE  "(faturamento mensal comprometido)"
                                       LINE 09 COL 44.
               10  VALUE  "Tabela de preco.: "
                                       LINE 10 COL 10.
               10  S-CTR-TABELA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28 PIC X(10)
                                       USING CTR-TABELA-PRECO.
               10  VALUE  "Renovacao autom.: "
                                       LINE 11 COL 10.
               10  S-CTR-RENOVACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 28 PIC X(01)
                                       USING CTR-RENOVACAO.
               10  VALUE  "(S/N)"      LINE 11 COL 31.
               10  VALUE  "Vendedor resp...: "
                                       LINE 12 COL 10.
               10  S-CTR-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28 PIC 9(07)
                                       USING CTR-VEND-CODIGO.
               10  PIC X(40)           LINE 12 COL 37
                                       FROM W-CTR-VEND-NOME.
               10  VALUE  "Alterado em.....: "
                                       LINE 20 COL 10.
               10  PIC 9(08)           LINE 20 COL 28
                                       FROM CTR-DATA-ALTERACAO
                                       BLANK WHEN ZERO.
               10  VALUE  "Operador........: "
                                       LINE 21 COL 10.
               10  PIC X(20)           LINE 21 COL 28
                                       FROM CTR-OPERADOR.
