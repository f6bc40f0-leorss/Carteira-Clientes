      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela regra de contato remoto por segmento
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-REGRA-REMOTO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Segmento cliente: "
                                       LINE 08 COL 10.
               10  S-RRM-SEGMENTO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC X(01) USING RRM-SEGMENTO.
               10  VALUE  "A / B / C"  LINE 08 COL 31.
               10  VALUE  "Remoto conta....: "
                                       LINE 10 COL 10.
               10  S-RRM-CONTA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC X(01) USING RRM-CONTA-REMOTO.
               10  VALUE  "S=Sim N=Nao"
                                       LINE 10 COL 31.
               10  VALUE  "Dias presencial.: "
                                       LINE 12 COL 10.
               10  S-RRM-DIAS
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28 PIC 9(03)
                                       USING RRM-DIAS-PRESENCIAL.
               10  VALUE  "Remoto vale ate N dias apos a ultima"
                                       LINE 12 COL 33.
               10  VALUE  "visita presencial (0 = sem exigencia)"
                                       LINE 13 COL 33.
               10  VALUE  "Alteracao.......: "
                                       LINE 15 COL 10.
               10  S-RRM-DATA-ALT      BLANK WHEN ZERO
                                       LINE 15 COL 28
                                       PIC 9(08)
                                       FROM RRM-DATA-ALTERACAO.
               10  VALUE  "Operador........: "
                                       LINE 16 COL 10.
               10  S-RRM-OPERADOR      LINE 16 COL 28
                                       PIC X(20) FROM RRM-OPERADOR.
