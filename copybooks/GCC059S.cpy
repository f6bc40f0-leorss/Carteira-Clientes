                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28
                                       PIC X(40) TO SUP-EMAIL.
               10  VALUE  "CPF.............: "
                                       LINE 16 COL 10.
               10  S-SUP-CPF           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 28
                                       PIC 9(11) TO SCPF-CPF.

      *----------------------------------------------------------------*
      * CPF parcial exibido sobre o campo da tela quando o perfil ve
      * o identificador mascarado (5110-MASCARAR-TELA-SUP).
      *----------------------------------------------------------------*
       01  S-MASC-SUP.
           05  S-MASC-SUP-CPF          FOREGROUND-COLOR 0
                                       BACKGROUND-COLOR 7
                                       LINE 16 COL 28
                                       PIC X(14) FROM W-MSC-CPF-ED.
