                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28
                                       PIC 9(08) TO VEND-CEP.
               10  VALUE  "Tipo (C=Campo I=Inside): "
                                       LINE 14 COL 40.
               10  S-VEND-TIPO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 65
                                       PIC X(01) TO VEND-TIPO.
               10  VALUE  "Latitude.......: "
                                       LINE 16 COL 10.
               10  S-VEND-LATITUDE     BLANK WHEN ZERO
               10  S-VEND-TERRITORIO   LINE 20 COL 28
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       PIC X(05) TO VEND-TERRITORIO.
               10  VALUE  "Linha negocio..: "
                                       LINE 20 COL 40.
               10  S-VEND-LINHA        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 57
                                       PIC 9(02) TO VEND-LINHA.
               10  S-VEND-LINHA-DESC   LINE 20 COL 61
                                       PIC X(19)
                                       FROM W-LNEG-DESC-ACHADA.

               10  VALUE  "Telefone.......: "
                                       LINE 22 COL 10.
               10  S-VEND-SUPERV-NOME  LINE 27 COL 37
                                       PIC X(40) FROM W-SUPERV-NOME.

      *----------------------------------------------------------------*
      * CPF parcial exibido sobre o campo da tela de captura quando o
      * perfil ve o identificador mascarado (6290-MASCARAR-TELA-VEND).
      *----------------------------------------------------------------*
       01  S-MASC-VEND.
           05  S-MASC-VEND-CPF         FOREGROUND-COLOR 0
                                       BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC X(14) FROM W-MSC-CPF-ED.

      *----------------------------------------------------------------*
      * Tela de conferencia antes/depois exibida em 2000-ALTERAR, para
      * o operador revisar os novos valores contra os atuais antes de
