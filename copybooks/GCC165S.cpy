      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela contestacoes de comissao - registro da
      *                  reclamacao e decisao do supervisor
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-CONTESTACAO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor........: "
                                       LINE 05 COL 10.
               10  S-CTS-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 05 COL 28 PIC 9(07)
                                       TO CTS-VEND-CODIGO.
               10  PIC X(40)           LINE 05 COL 37
                                       FROM W-CTS-VEND-DESC.
               10  VALUE  "Competencia.....: "
                                       LINE 06 COL 10.
               10  S-CTS-COMP          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 28 PIC 9(06)
                                       TO CTS-COMPETENCIA.
               10  VALUE  "Seq.:"      LINE 06 COL 37.
               10  S-CTS-SEQ           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 43 PIC 9(03)
                                       USING CTS-SEQ.
               10  VALUE  "Cliente.........: "
                                       LINE 08 COL 10.
               10  S-CTS-CLIE          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28 PIC 9(07)
                                       TO CTS-CLIE-CODIGO.
               10  PIC X(40)           LINE 08 COL 37
                                       FROM W-CTS-CLIE-DESC.
               10  VALUE  "Valor reclamado.: "
                                       LINE 09 COL 10.
               10  S-CTS-VALOR         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 09 COL 28
                                       PIC -9(09),99
                                       TO CTS-VALOR-RECLAMADO.
               10  VALUE  "Motivo da reclamacao:"
                                       LINE 10 COL 10.
               10  S-CTS-MOTIVO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 10 PIC X(60)
                                       TO CTS-MOTIVO.
               10  VALUE  "Situacao........: "
                                       LINE 13 COL 10.
               10  PIC X(12)           LINE 13 COL 28
                                       FROM W-CTS-SIT-DESC.
               10  VALUE  "Aberta por......: "
                                       LINE 14 COL 10.
               10  PIC X(20)           LINE 14 COL 28
                                       FROM CTS-OPERADOR-ABERTURA.
               10  PIC 9999/99/99      LINE 14 COL 50
                                       FROM CTS-DATA-ABERTURA
                                       BLANK WHEN ZERO.

      *----------------------------------------------------------------*
       01  S-TELA-DECISAO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Decisao E/D/I...: "
                                       LINE 16 COL 10.
               10  S-CTS-DECISAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 28 PIC X(01)
                                       TO W-CTS-NOVA-SIT.
               10  VALUE  "(E=em analise D=deferida I=indeferida)"
                                       LINE 16 COL 31.
               10  VALUE  "Valor deferido..: "
                                       LINE 17 COL 10.
               10  S-CTS-DEFERIDO      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 17 COL 28
                                       PIC -9(09),99
                                       USING CTS-VALOR-DEFERIDO.
               10  VALUE  "Nota da decisao:"
                                       LINE 18 COL 10.
               10  S-CTS-NOTA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 19 COL 10 PIC X(60)
                                       USING CTS-NOTA-DECISAO.
               10  VALUE  "Decidida por....: "
                                       LINE 21 COL 10.
               10  PIC X(20)           LINE 21 COL 28
                                       FROM CTS-RESOLVEDOR.
               10  PIC 9999/99/99      LINE 21 COL 50
                                       FROM CTS-DATA-DECISAO
                                       BLANK WHEN ZERO.
               10  VALUE  "Ajuste gerado...: "
                                       LINE 22 COL 10.
               10  PIC 9(03)           LINE 22 COL 28
                                       FROM CTS-AJU-SEQ
                                       BLANK WHEN ZERO.
