      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Telas do extrato sob medida - lista das
      *                  consultas salvas, definicao da consulta e
      *                  pedido de geracao na hora ou pela fila
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-LISTA-CONS.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Consulta"  LINE 05 COL 05.
               10  VALUE  "Descricao" LINE 05 COL 26.
               10  VALUE  "Dono"      LINE 05 COL 57.
               10  VALUE  "Ult.Exec"  LINE 05 COL 70.
               10  LINE 06 COL 05 PIC X(74) FROM W-LCO-LINHA(1).
               10  LINE 07 COL 05 PIC X(74) FROM W-LCO-LINHA(2).
               10  LINE 08 COL 05 PIC X(74) FROM W-LCO-LINHA(3).
               10  LINE 09 COL 05 PIC X(74) FROM W-LCO-LINHA(4).
               10  LINE 10 COL 05 PIC X(74) FROM W-LCO-LINHA(5).
               10  LINE 11 COL 05 PIC X(74) FROM W-LCO-LINHA(6).
               10  LINE 12 COL 05 PIC X(74) FROM W-LCO-LINHA(7).
               10  LINE 13 COL 05 PIC X(74) FROM W-LCO-LINHA(8).
               10  LINE 14 COL 05 PIC X(74) FROM W-LCO-LINHA(9).
               10  LINE 15 COL 05 PIC X(74) FROM W-LCO-LINHA(10).
               10  LINE 16 COL 05 PIC X(74) FROM W-LCO-LINHA(11).
               10  LINE 17 COL 05 PIC X(74) FROM W-LCO-LINHA(12).
               10  LINE 18 COL 05 PIC X(74) FROM W-LCO-LINHA(13).
               10  LINE 19 COL 05 PIC X(74) FROM W-LCO-LINHA(14).
               10  VALUE  "O extrato sai delimitado pelo separador dos p
      -                   "arametros gerais, com CNPJ"
                                       LINE 21 COL 05.
               10  VALUE  "e contatos mascarados conforme o perfil de qu
      -                   "em gera."
                                       LINE 22 COL 05.

      *----------------------------------------------------------------*
       01  S-TELA-CONSULTA-EXT.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Consulta........: "
                                       LINE 04 COL 10.
               10  S-CEXT-NOME
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 04 COL 28 PIC X(20)
                                       USING CEXT-NOME.
               10  VALUE  "Dono:"      LINE 04 COL 50.
               10  PIC X(20)           LINE 04 COL 56
                                       FROM CEXT-OPERADOR.
               10  VALUE  "Campos disponiveis (* = mascarado confo
      -                   "rme o perfil):"
                                       LINE 06 COL 05.
               10  LINE 07 COL 05 PIC X(75) FROM W-CAT-LINHA(1).
               10  LINE 08 COL 05 PIC X(75) FROM W-CAT-LINHA(2).
               10  LINE 09 COL 05 PIC X(75) FROM W-CAT-LINHA(3).
               10  LINE 10 COL 05 PIC X(75) FROM W-CAT-LINHA(4).
               10  LINE 11 COL 05 PIC X(75) FROM W-CAT-LINHA(5).
               10  LINE 12 COL 05 PIC X(75) FROM W-CAT-LINHA(6).
               10  LINE 13 COL 05 PIC X(75) FROM W-CAT-LINHA(7).
               10  LINE 14 COL 05 PIC X(75) FROM W-CAT-LINHA(8).
               10  VALUE  "Ultima execucao.: "
                                       LINE 27 COL 05.
               10  PIC 9(08)           LINE 27 COL 23
                                       FROM CEXT-ULT-EXEC-DATA
                                       BLANK WHEN ZERO.
               10  VALUE  "Registros:"  LINE 27 COL 35.
               10  PIC ZZZZZZ9         LINE 27 COL 46
                                       FROM CEXT-ULT-EXEC-QTDE.
               10  VALUE  "Alterada em:"
                                       LINE 27 COL 56.
               10  PIC 9(08)           LINE 27 COL 69
                                       FROM CEXT-DATA-ALTERACAO
                                       BLANK WHEN ZERO.

      *----------------------------------------------------------------*
       01  S-TELA-DADOS-CONS.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Descricao.......: "
                                       LINE 05 COL 10.
               10  S-CEXT-DESCRICAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 05 COL 28 PIC X(40)
                                       USING CEXT-DESCRICAO.
               10  VALUE  "Campos de saida.: "
                                       LINE 16 COL 05.
               10  S-CEXT-CAMPO-1 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 23 PIC 9(02)
                                       USING CEXT-CAMPO(1).
               10  S-CEXT-CAMPO-2 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 26 PIC 9(02)
                                       USING CEXT-CAMPO(2).
               10  S-CEXT-CAMPO-3 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 29 PIC 9(02)
                                       USING CEXT-CAMPO(3).
               10  S-CEXT-CAMPO-4 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 32 PIC 9(02)
                                       USING CEXT-CAMPO(4).
               10  S-CEXT-CAMPO-5 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 35 PIC 9(02)
                                       USING CEXT-CAMPO(5).
               10  S-CEXT-CAMPO-6 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 38 PIC 9(02)
                                       USING CEXT-CAMPO(6).
               10  S-CEXT-CAMPO-7 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 41 PIC 9(02)
                                       USING CEXT-CAMPO(7).
               10  S-CEXT-CAMPO-8 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 44 PIC 9(02)
                                       USING CEXT-CAMPO(8).
               10  S-CEXT-CAMPO-9 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 47 PIC 9(02)
                                       USING CEXT-CAMPO(9).
               10  S-CEXT-CAMPO-10 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 50 PIC 9(02)
                                       USING CEXT-CAMPO(10).
               10  S-CEXT-CAMPO-11 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 53 PIC 9(02)
                                       USING CEXT-CAMPO(11).
               10  S-CEXT-CAMPO-12 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 56 PIC 9(02)
                                       USING CEXT-CAMPO(12).
               10  S-CEXT-CAMPO-13 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 59 PIC 9(02)
                                       USING CEXT-CAMPO(13).
               10  S-CEXT-CAMPO-14 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 62 PIC 9(02)
                                       USING CEXT-CAMPO(14).
               10  S-CEXT-CAMPO-15 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 65 PIC 9(02)
                                       USING CEXT-CAMPO(15).
               10  VALUE  "(numeros dos campos na ordem das colunas; zer
      -                   "o encerra a lista)"
                                       LINE 17 COL 23.
               10  VALUE  "Filtro"    LINE 18 COL 05.
               10  VALUE  "Campo"     LINE 18 COL 12.
               10  VALUE  "Tipo"      LINE 18 COL 18.
               10  VALUE  "Valor (igual / de / comeca com)"
                                       LINE 18 COL 22.
               10  VALUE  "Valor ate (faixa)"
                                       LINE 18 COL 50.
               10  VALUE  "1."        LINE 19 COL 07.
               10  S-CEXT-FIL-CAMPO-1 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 19 COL 13 PIC 9(02)
                                       USING CEXT-FIL-CAMPO(1).
               10  S-CEXT-FIL-TIPO-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 19 COL 19 PIC X(01)
                                       USING CEXT-FIL-TIPO(1).
               10  S-CEXT-FIL-DE-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 19 COL 22 PIC X(30)
                                       USING CEXT-FIL-DE(1).
               10  S-CEXT-FIL-ATE-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 19 COL 50 PIC X(30)
                                       USING CEXT-FIL-ATE(1).
               10  VALUE  "2."        LINE 20 COL 07.
               10  S-CEXT-FIL-CAMPO-2 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 13 PIC 9(02)
                                       USING CEXT-FIL-CAMPO(2).
               10  S-CEXT-FIL-TIPO-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 19 PIC X(01)
                                       USING CEXT-FIL-TIPO(2).
               10  S-CEXT-FIL-DE-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 22 PIC X(30)
                                       USING CEXT-FIL-DE(2).
               10  S-CEXT-FIL-ATE-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 50 PIC X(30)
                                       USING CEXT-FIL-ATE(2).
               10  VALUE  "3."        LINE 21 COL 07.
               10  S-CEXT-FIL-CAMPO-3 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 21 COL 13 PIC 9(02)
                                       USING CEXT-FIL-CAMPO(3).
               10  S-CEXT-FIL-TIPO-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 21 COL 19 PIC X(01)
                                       USING CEXT-FIL-TIPO(3).
               10  S-CEXT-FIL-DE-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 21 COL 22 PIC X(30)
                                       USING CEXT-FIL-DE(3).
               10  S-CEXT-FIL-ATE-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 21 COL 50 PIC X(30)
                                       USING CEXT-FIL-ATE(3).
               10  VALUE  "4."        LINE 22 COL 07.
               10  S-CEXT-FIL-CAMPO-4 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 22 COL 13 PIC 9(02)
                                       USING CEXT-FIL-CAMPO(4).
               10  S-CEXT-FIL-TIPO-4
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 22 COL 19 PIC X(01)
                                       USING CEXT-FIL-TIPO(4).
               10  S-CEXT-FIL-DE-4
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 22 COL 22 PIC X(30)
                                       USING CEXT-FIL-DE(4).
               10  S-CEXT-FIL-ATE-4
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 22 COL 50 PIC X(30)
                                       USING CEXT-FIL-ATE(4).
               10  VALUE  "5."        LINE 23 COL 07.
               10  S-CEXT-FIL-CAMPO-5 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 23 COL 13 PIC 9(02)
                                       USING CEXT-FIL-CAMPO(5).
               10  S-CEXT-FIL-TIPO-5
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 23 COL 19 PIC X(01)
                                       USING CEXT-FIL-TIPO(5).
               10  S-CEXT-FIL-DE-5
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 23 COL 22 PIC X(30)
                                       USING CEXT-FIL-DE(5).
               10  S-CEXT-FIL-ATE-5
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 23 COL 50 PIC X(30)
                                       USING CEXT-FIL-ATE(5).
               10  VALUE  "Tipo: I = igual, F = faixa (de/ate), C = come
      -                   "ca com; campo zero = sem filtro"
                                       LINE 24 COL 05.
               10  VALUE  "Ordenacao.......: "
                                       LINE 26 COL 05.
               10  S-CEXT-ORD-CAMPO-1 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 26 COL 23 PIC 9(02)
                                       USING CEXT-ORD-CAMPO(1).
               10  S-CEXT-ORD-SENT-1
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 26 COL 26 PIC X(01)
                                       USING CEXT-ORD-SENTIDO(1).
               10  S-CEXT-ORD-CAMPO-2 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 26 COL 31 PIC 9(02)
                                       USING CEXT-ORD-CAMPO(2).
               10  S-CEXT-ORD-SENT-2
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 26 COL 34 PIC X(01)
                                       USING CEXT-ORD-SENTIDO(2).
               10  S-CEXT-ORD-CAMPO-3 BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 26 COL 39 PIC 9(02)
                                       USING CEXT-ORD-CAMPO(3).
               10  S-CEXT-ORD-SENT-3
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 26 COL 42 PIC X(01)
                                       USING CEXT-ORD-SENTIDO(3).
               10  VALUE  "(campo e A = crescente / D = decrescente)"
                                       LINE 26 COL 48.

      *----------------------------------------------------------------*
       01  S-TELA-GERAR-CONS.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Consulta...................: "
                                       LINE 24 COL 05.
               10  S-GER-NOME
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 24 COL 34 PIC X(20)
                                       USING W-GER-NOME.

      *----------------------------------------------------------------*
       01  S-TELA-PRIO-CONS.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Prioridade na fila (1 a 9).: "
                                       LINE 25 COL 05.
               10  S-GER-PRIO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 25 COL 34 PIC 9(01)
                                       USING W-GER-PRIO.
               10  VALUE  "(1 = mais urgente)"
                                       LINE 25 COL 37.
