      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela do plano de integracao de clientes novos
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-ONBOARD.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Plano de integracao de clientes novos"
                                              LINE 06 COL 10.
               10  VALUE  "Etapa"             LINE 08 COL 10.
               10  VALUE  "Tipo"              LINE 08 COL 17.
               10  VALUE  "Dias"              LINE 08 COL 23.
               10  VALUE  "Descricao da tarefa" LINE 08 COL 29.
               10  VALUE  "1"                 LINE 09 COL 12.
               10  S-ONBP-TIPO-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 09 COL 18 PIC X(01) USING ONBP-TIPO(1).
               10  S-ONBP-DIAS-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 09 COL 23 PIC 9(03) USING ONBP-DIAS(1).
               10  S-ONBP-DESCRICAO-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 09 COL 29 PIC X(30) USING ONBP-DESCRICAO(1).
               10  VALUE  "2"                 LINE 10 COL 12.
               10  S-ONBP-TIPO-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 10 COL 18 PIC X(01) USING ONBP-TIPO(2).
               10  S-ONBP-DIAS-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 10 COL 23 PIC 9(03) USING ONBP-DIAS(2).
               10  S-ONBP-DESCRICAO-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 10 COL 29 PIC X(30) USING ONBP-DESCRICAO(2).
               10  VALUE  "3"                 LINE 11 COL 12.
               10  S-ONBP-TIPO-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 11 COL 18 PIC X(01) USING ONBP-TIPO(3).
               10  S-ONBP-DIAS-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 11 COL 23 PIC 9(03) USING ONBP-DIAS(3).
               10  S-ONBP-DESCRICAO-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 11 COL 29 PIC X(30) USING ONBP-DESCRICAO(3).
               10  VALUE  "4"                 LINE 12 COL 12.
               10  S-ONBP-TIPO-4
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 12 COL 18 PIC X(01) USING ONBP-TIPO(4).
               10  S-ONBP-DIAS-4
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 12 COL 23 PIC 9(03) USING ONBP-DIAS(4).
               10  S-ONBP-DESCRICAO-4
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 12 COL 29 PIC X(30) USING ONBP-DESCRICAO(4).
               10  VALUE  "5"                 LINE 13 COL 12.
               10  S-ONBP-TIPO-5
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 13 COL 18 PIC X(01) USING ONBP-TIPO(5).
               10  S-ONBP-DIAS-5
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 13 COL 23 PIC 9(03) USING ONBP-DIAS(5).
               10  S-ONBP-DESCRICAO-5
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 13 COL 29 PIC X(30) USING ONBP-DESCRICAO(5).
               10  VALUE  "6"                 LINE 14 COL 12.
               10  S-ONBP-TIPO-6
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 14 COL 18 PIC X(01) USING ONBP-TIPO(6).
               10  S-ONBP-DIAS-6
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 14 COL 23 PIC 9(03) USING ONBP-DIAS(6).
               10  S-ONBP-DESCRICAO-6
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 14 COL 29 PIC X(30) USING ONBP-DESCRICAO(6).
               10  VALUE  "Tipo V = baixa pela visita realizada, N = pel
      -            "a primeira nota de venda,"  LINE 16 COL 10.
               10  VALUE  "em branco = etapa sem tarefa. Dias contados d
      -            "a atribuicao ao vendedor." LINE 17 COL 10.
               10  VALUE  "Data base (AAAAMMDD)..: " LINE 19 COL 10.
               10  S-INT-DATA-BASE     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 19 COL 35 PIC 9(08)
                                       USING W-INT-DATA-BASE.
               10  VALUE  "(gera e baixa as tarefas, lista as vencidas)"
                                              LINE 20 COL 35.
               10  VALUE  "Ultima alteracao do plano: " LINE 22 COL 10.
               10  LINE 22 COL 37 PIC X(20) FROM ONBP-OPERADOR.
               10  LINE 22 COL 59 PIC 9999/99/99 BLANK WHEN ZERO
                                  FROM ONBP-DATA-ALTERACAO.
