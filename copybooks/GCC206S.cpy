      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela da politica de mascaramento por perfil
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-MASC-PERFIL.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Perfil"            LINE 06 COL 10.
               10  VALUE  "CPF/CNPJ"          LINE 06 COL 32.
               10  VALUE  "Telefone"          LINE 06 COL 44.
               10  VALUE  "Registra visao"    LINE 06 COL 56.
               10  VALUE  "parcial"           LINE 07 COL 32.
               10  VALUE  "e-mail oculto"     LINE 07 COL 44.
               10  VALUE  "sem mascara"       LINE 07 COL 56.
               10  VALUE  "A - Administrador" LINE 09 COL 10.
               10  S-MASC-IDENTIF-A
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 09 COL 35 PIC X(01) USING MASC-IDENTIF(1).
               10  S-MASC-CONTATO-A
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 09 COL 47 PIC X(01) USING MASC-CONTATO(1).
               10  S-MASC-REGISTRA-A
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 09 COL 62 PIC X(01) USING MASC-REGISTRA(1).
               10  VALUE  "S - Supervisor"    LINE 11 COL 10.
               10  S-MASC-IDENTIF-S
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 11 COL 35 PIC X(01) USING MASC-IDENTIF(2).
               10  S-MASC-CONTATO-S
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 11 COL 47 PIC X(01) USING MASC-CONTATO(2).
               10  S-MASC-REGISTRA-S
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 11 COL 62 PIC X(01) USING MASC-REGISTRA(2).
               10  VALUE  "O - Operacao"      LINE 13 COL 10.
               10  S-MASC-IDENTIF-O
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 13 COL 35 PIC X(01) USING MASC-IDENTIF(3).
               10  S-MASC-CONTATO-O
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 13 COL 47 PIC X(01) USING MASC-CONTATO(3).
               10  S-MASC-REGISTRA-O
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 13 COL 62 PIC X(01) USING MASC-REGISTRA(3).
               10  VALUE  "C - Consulta"      LINE 15 COL 10.
               10  S-MASC-IDENTIF-C
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 15 COL 35 PIC X(01) USING MASC-IDENTIF(4).
               10  S-MASC-CONTATO-C
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 15 COL 47 PIC X(01) USING MASC-CONTATO(4).
               10  S-MASC-REGISTRA-C
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                   LINE 15 COL 62 PIC X(01) USING MASC-REGISTRA(4).
               10  VALUE  "Opcoes S/N. Parcial: CPF ***.456.789-**, CNP
      -            "J 12.***.***/****-90."     LINE 18 COL 10.
               10  VALUE  "Vale para os cadastros, as consultas e os re
      -            "latorios."                 LINE 19 COL 10.
               10  VALUE  "Ultima alteracao: "  LINE 21 COL 10.
               10  LINE 21 COL 28 PIC X(20) FROM MASC-OPERADOR.
               10  LINE 21 COL 50 PIC 9999/99/99 BLANK WHEN ZERO
                                  FROM MASC-DATA-ALTERACAO.
