      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela dos motivos de devolucao e da analise
      *                  mensal das devolucoes
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-DEVOLUCAO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Motivos de devolucao" LINE 06 COL 10.
               10  VALUE  "Cod"               LINE 07 COL 10.
               10  VALUE  "Descricao"         LINE 07 COL 15.
               10  VALUE  "Resp.venda"        LINE 07 COL 42.
               10  S-MDEV-CODIGO-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 08 COL 11 PIC X(01) USING MDEV-CODIGO(1).
               10  S-MDEV-DESCRICAO-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 08 COL 15 PIC X(25) USING MDEV-DESCRICAO(1).
               10  S-MDEV-RESP-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 08 COL 46 PIC X(01) USING MDEV-RESP-VENDA(1).
               10  S-MDEV-CODIGO-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 09 COL 11 PIC X(01) USING MDEV-CODIGO(2).
               10  S-MDEV-DESCRICAO-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 09 COL 15 PIC X(25) USING MDEV-DESCRICAO(2).
               10  S-MDEV-RESP-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 09 COL 46 PIC X(01) USING MDEV-RESP-VENDA(2).
               10  S-MDEV-CODIGO-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 10 COL 11 PIC X(01) USING MDEV-CODIGO(3).
               10  S-MDEV-DESCRICAO-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 10 COL 15 PIC X(25) USING MDEV-DESCRICAO(3).
               10  S-MDEV-RESP-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 10 COL 46 PIC X(01) USING MDEV-RESP-VENDA(3).
               10  S-MDEV-CODIGO-4
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 11 COL 11 PIC X(01) USING MDEV-CODIGO(4).
               10  S-MDEV-DESCRICAO-4
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 11 COL 15 PIC X(25) USING MDEV-DESCRICAO(4).
               10  S-MDEV-RESP-4
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 11 COL 46 PIC X(01) USING MDEV-RESP-VENDA(4).
               10  S-MDEV-CODIGO-5
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 12 COL 11 PIC X(01) USING MDEV-CODIGO(5).
               10  S-MDEV-DESCRICAO-5
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 12 COL 15 PIC X(25) USING MDEV-DESCRICAO(5).
               10  S-MDEV-RESP-5
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 12 COL 46 PIC X(01) USING MDEV-RESP-VENDA(5).
               10  S-MDEV-CODIGO-6
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 13 COL 11 PIC X(01) USING MDEV-CODIGO(6).
               10  S-MDEV-DESCRICAO-6
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 13 COL 15 PIC X(25) USING MDEV-DESCRICAO(6).
               10  S-MDEV-RESP-6
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 13 COL 46 PIC X(01) USING MDEV-RESP-VENDA(6).
               10  S-MDEV-CODIGO-7
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 14 COL 11 PIC X(01) USING MDEV-CODIGO(7).
               10  S-MDEV-DESCRICAO-7
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 14 COL 15 PIC X(25) USING MDEV-DESCRICAO(7).
               10  S-MDEV-RESP-7
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 14 COL 46 PIC X(01) USING MDEV-RESP-VENDA(7).
               10  S-MDEV-CODIGO-8
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 15 COL 11 PIC X(01) USING MDEV-CODIGO(8).
               10  S-MDEV-DESCRICAO-8
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 15 COL 15 PIC X(25) USING MDEV-DESCRICAO(8).
               10  S-MDEV-RESP-8
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 15 COL 46 PIC X(01) USING MDEV-RESP-VENDA(8).
               10  VALUE  "Resp.venda S = falha da venda (ex.: pedido ac
      -            "ima do consumo), N = produto," LINE 16 COL 10.
               10  VALUE  "entrega ou outros. Codigo em branco = posicao
      -            " livre." LINE 17 COL 10.
               10  VALUE  "Devolucao rapida ate (dias)...: "
                                              LINE 18 COL 10.
               10  S-MDEV-PRAZO-RAPIDA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 18 COL 42 PIC 9(03)
                                       USING MDEV-PRAZO-RAPIDA.
               10  VALUE  "(da nota de venda de origem)"
                                              LINE 18 COL 47.
               10  VALUE  "Competencia (AAAAMM)..........: "
                                              LINE 20 COL 10.
               10  S-DEV-COMPETENCIA   BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 42 PIC 9(06)
                                       USING W-DEV-COMPETENCIA.
               10  VALUE  "Ultima alteracao da tabela: " LINE 22 COL 10.
               10  LINE 22 COL 38 PIC X(20) FROM MDEV-OPERADOR.
               10  LINE 22 COL 60 PIC 9999/99/99 BLANK WHEN ZERO
                                  FROM MDEV-DATA-ALTERACAO.
