      *----------------------------------------------------------------*
       7851-LER-ARQ-DIST-ANT-CODIGO    SECTION.
      *----------------------------------------------------------------*
      * Chave completa: DIST-ANT-CLIE-CODIGO e DIST-ANT-LINHA.
           MOVE "N"                    TO W-REG-ENCONTRADO

           PERFORM 7811-ABRIR-ARQ-DIST-ANT-INPUT
           IF  FS-OK
               READ ARQ-DIST-ANT KEY IS DIST-ANT-CHAVE
                        INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                    NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
               END-READ
