      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela cadastro de oportunidades
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-OPORTUNIDADE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Cliente.........: "
                                       LINE 06 COL 10.
               10  S-OPOR-CLIENTE      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 28
                                       PIC 9(07) USING OPOR-CLIE-CODIGO.
               10  S-OPOR-CLIE-RAZAO   LINE 06 COL 37
                                       PIC X(40) FROM W-OPR-CLIE-RAZAO.
               10  VALUE  "Sequencia.......: "
                                       LINE 08 COL 10.
               10  S-OPOR-SEQ          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC 9(03) USING OPOR-SEQ.
               10  VALUE  "Descricao.......: "
                                       LINE 10 COL 10.
               10  S-OPOR-DESCRICAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC X(40) USING OPOR-DESCRICAO.
               10  VALUE  "Valor estimado..: "
                                       LINE 12 COL 10.
               10  S-OPOR-VALOR
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC 9(11),99
                                       USING OPOR-VALOR-ESTIMADO.
               10  VALUE  "Fechamento AAAAMM: "
                                       LINE 14 COL 09.
               10  S-OPOR-COMPETENCIA  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28
                                       PIC 9(06) USING OPOR-COMPETENCIA.
               10  VALUE  "Estagio.........: "
                                       LINE 16 COL 10.
               10  S-OPOR-ESTAGIO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 28
                                       PIC X(01) USING OPOR-ESTAGIO.
               10  VALUE  "Q=Qualificacao P=Proposta N=Negociacao"
                                       LINE 16 COL 31.
               10  VALUE  "G=Ganha X=Perdida"
                                       LINE 17 COL 31.
               10  VALUE  "Motivo da perda.: "
                                       LINE 18 COL 10.
               10  S-OPOR-MOTIVO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 18 COL 28
                                       PIC X(40)
                                       USING OPOR-MOTIVO-PERDA.
               10  VALUE  "Vendedor........: "
                                       LINE 20 COL 10.
               10  S-OPOR-VENDEDOR     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 28
                                       PIC 9(07) USING OPOR-VEND-CODIGO.
               10  S-OPOR-VEND-RAZAO   LINE 20 COL 37
                                       PIC X(40) FROM W-OPR-VEND-RAZAO.
