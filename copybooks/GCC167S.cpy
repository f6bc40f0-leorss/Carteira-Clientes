      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela concursos de incentivo
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-CONCURSO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Concurso........: "
                                       LINE 05 COL 10.
               10  S-CONC-CODIGO       BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 05 COL 28 PIC 9(05)
                                       USING CONC-CODIGO.
               10  PIC X(12)           LINE 05 COL 37
                                       FROM W-CONC-SIT-DESC.
               10  VALUE  "Descricao.......: "
                                       LINE 06 COL 10.
               10  S-CONC-DESCRICAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 28 PIC X(40)
                                       USING CONC-DESCRICAO.
               10  VALUE  "Inicio(AAAAMMDD): "
                                       LINE 07 COL 10.
               10  S-CONC-INICIO       BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 07 COL 28 PIC 9(08)
                                       USING CONC-DATA-INICIO.
               10  VALUE  "Fim:"
                                       LINE 07 COL 40.
               10  S-CONC-FIM          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 07 COL 45 PIC 9(08)
                                       USING CONC-DATA-FIM.
               10  VALUE  "Metrica.........: "
                                       LINE 08 COL 10.
               10  S-CONC-METRICA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28 PIC X(01)
                                       USING CONC-METRICA.
               10  PIC X(30)           LINE 08 COL 31
                                       FROM W-CONC-MET-DESC.
               10  VALUE  "F=Fatur C=Cresc% N=Novos V=Visitas M=Meta%"
                                       LINE 09 COL 28.
               10  VALUE  "Segmento ABC....: "
                                       LINE 10 COL 10.
               10  S-CONC-SEGMENTO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28 PIC X(01)
                                       USING CONC-SEGMENTO.
               10  VALUE  "(branco = todos os segmentos)"
                                       LINE 10 COL 31.
               10  VALUE  "Equipes (superv): "
                                       LINE 11 COL 10.
               10  S-CONC-SUPERV-1     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 28 PIC 9(07)
                                       USING CONC-SUPERV(1).
               10  S-CONC-SUPERV-2     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 37 PIC 9(07)
                                       USING CONC-SUPERV(2).
               10  S-CONC-SUPERV-3     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 46 PIC 9(07)
                                       USING CONC-SUPERV(3).
               10  S-CONC-SUPERV-4     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 55 PIC 9(07)
                                       USING CONC-SUPERV(4).
               10  S-CONC-SUPERV-5     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 64 PIC 9(07)
                                       USING CONC-SUPERV(5).
               10  VALUE  "(todos zerados = todas as equipes)"
                                       LINE 12 COL 28.
               10  VALUE  "Premio ate posic: "
                                       LINE 14 COL 10.
               10  S-CONC-FAIXA-ATE-1  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28 PIC 9(03)
                                       USING CONC-FAIXA-ATE(1).
               10  VALUE  "Valor:"
                                       LINE 14 COL 33.
               10  S-CONC-FAIXA-VLR-1  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 40 PIC 9(09),99
                                       USING CONC-FAIXA-VALOR(1).
               10  VALUE  "Premio ate posic: "
                                       LINE 15 COL 10.
               10  S-CONC-FAIXA-ATE-2  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 28 PIC 9(03)
                                       USING CONC-FAIXA-ATE(2).
               10  VALUE  "Valor:"
                                       LINE 15 COL 33.
               10  S-CONC-FAIXA-VLR-2  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 40 PIC 9(09),99
                                       USING CONC-FAIXA-VALOR(2).
               10  VALUE  "Premio ate posic: "
                                       LINE 16 COL 10.
               10  S-CONC-FAIXA-ATE-3  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 28 PIC 9(03)
                                       USING CONC-FAIXA-ATE(3).
               10  VALUE  "Valor:"
                                       LINE 16 COL 33.
               10  S-CONC-FAIXA-VLR-3  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 40 PIC 9(09),99
                                       USING CONC-FAIXA-VALOR(3).
               10  VALUE  "Ultima apuracao.: "
                                       LINE 18 COL 10.
               10  PIC 9(08)           LINE 18 COL 28
                                       FROM CONC-DATA-APURACAO
                                       BLANK WHEN ZERO.
               10  VALUE  "Partic.:"
                                       LINE 18 COL 40.
               10  PIC ZZZZ9           LINE 18 COL 49
                                       FROM CONC-QTDE-PARTIC.
               10  VALUE  "Encerrado em....: "
                                       LINE 19 COL 10.
               10  PIC 9(08)           LINE 19 COL 28
                                       FROM CONC-DATA-ENCERRAMENTO
                                       BLANK WHEN ZERO.
               10  VALUE  "Comp.:"
                                       LINE 19 COL 40.
               10  PIC 9(06)           LINE 19 COL 49
                                       FROM CONC-AJU-COMPETENCIA
                                       BLANK WHEN ZERO.
               10  VALUE  "Alterado em.....: "
                                       LINE 20 COL 10.
               10  PIC 9(08)           LINE 20 COL 28
                                       FROM CONC-DATA-ALTERACAO
                                       BLANK WHEN ZERO.
               10  VALUE  "Operador........: "
                                       LINE 21 COL 10.
               10  PIC X(20)           LINE 21 COL 28
                                       FROM CONC-OPERADOR.
