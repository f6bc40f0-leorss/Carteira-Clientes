      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela tabela de referencia CNAE
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-CNAE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Codigo CNAE.....: "
                                       LINE 08 COL 10.
               10  S-CNA-CODIGO        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC 9(07) USING W-CNA-CODIGO.
               10  VALUE  "(subclasse com 7 digitos; divisao DD00000)"
                                       LINE 09 COL 28.
               10  VALUE  "Descricao.......: "
                                       LINE 10 COL 10.
               10  S-CNA-DESC-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 28 PIC X(40)
                                       USING W-CNA-DESC-1.
               10  S-CNA-DESC-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 28 PIC X(40)
                                       USING W-CNA-DESC-2.
               10  VALUE  "Secao (A a U)...: "
                                       LINE 12 COL 10.
               10  S-CNA-SECAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28 PIC X(01)
                                       USING W-CNA-SECAO.
               10  VALUE  "Divisao.........: "
                                       LINE 13 COL 10.
               10  LINE 13 COL 28 PIC 9(02) FROM W-CNA-DIVISAO
                                       BLANK WHEN ZERO.
               10  VALUE  "Ultima carga....: "
                                       LINE 14 COL 10.
               10  LINE 14 COL 28 PIC 9(08) FROM W-CNA-DATA-CARGA
                                       BLANK WHEN ZERO.
               10  LINE 14 COL 37 PIC X(20) FROM W-CNA-OPERADOR.
               10  VALUE  "Alvo prospeccao.: "
                                       LINE 15 COL 10.
               10  S-CNA-ALVO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 28 PIC X(01)
                                       USING W-CNA-ALVO.
               10  VALUE  "(S/N)"      LINE 15 COL 30.

      *----------------------------------------------------------------*
       01  S-TELA-CARGA-CNAE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Arquivo IBGE....: "
                                       LINE 16 COL 10.
               10  S-ARQ-IMP-CNAE
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 28 PIC X(40)
                                       TO WID-ARQ-IMP-CNAE.

      *----------------------------------------------------------------*
       01  S-TELA-CONT-CNAE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Lidos ..........: "
                                       LINE 18 COL 10.
               10  LINE 18 COL 28 PIC Z.ZZZ.ZZ9 FROM W-LIDOS.
               10  VALUE  "Gravados .......: "
                                       LINE 19 COL 10.
               10  LINE 19 COL 28 PIC Z.ZZZ.ZZ9 FROM W-GRAVADOS.
               10  VALUE  "Rejeitados .....: "
                                       LINE 20 COL 10.
               10  LINE 20 COL 28 PIC Z.ZZZ.ZZ9 FROM W-ERROS.
               10  VALUE  "Grupos/classes..: "
                                       LINE 21 COL 10.
               10  LINE 21 COL 28 PIC Z.ZZZ.ZZ9 FROM W-CNA-IGNORADOS.
