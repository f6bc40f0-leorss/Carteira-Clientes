                                       PIC 9(07) TO W-COD-VEND.
               10  S-VEND-DESC         LINE 10 COL 37
                                       PIC X(40) FROM W-VEND-DESC.

               10  VALUE  "Dia da semana...: "
                                       LINE 12 COL 10.
               10  S-ROTA-DIA          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 28
                                       PIC 9(01) USING W-ROTA-DIA.
               10  LINE 12 COL 31      VALUE
                   "1=Seg 2=Ter 3=Qua 4=Qui 5=Sex 6=Sab 7=Dom".

               10  VALUE  "Hora de saida...: "
                                       LINE 14 COL 10.
               10  S-ROTA-SAIDA        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28
                                       PIC 9(04)
                                       USING W-ROTA-HORA-SAIDA.
               10  LINE 14 COL 34      VALUE "(HHMM)".
