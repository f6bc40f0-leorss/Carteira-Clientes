                                       FROM W-CONS-RES-TERRITORIO.
               10  LINE 11 COL 40      HIGHLIGHT PIC X(25)
                                       FROM W-CONS-RES-CREDITO.
               10  VALUE  "Linha negocio...: "
                                       LINE 12 COL 10.
               10  LINE 12 COL 28      PIC 9(02)
                                       FROM W-CONS-RES-LINHA.
               10  LINE 12 COL 37      PIC X(30)
                                       FROM W-CONS-RES-LINHA-DESC.
               10  VALUE  "Vendedor........: "
                                       LINE 13 COL 10.
               10  LINE 13 COL 28      PIC 9(07)
