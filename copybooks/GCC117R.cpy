       7971-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7972-START-ARQ-NOTAS-MAIOR      SECTION.
      *----------------------------------------------------------------*
      * Posiciona a leitura sequencial depois de NOTA-NUMERO (retoma
      * a leitura apos uma leitura pela chave).
           START ARQ-NOTAS KEY IS GREATER THAN NOTA-NUMERO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-NOTAS. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7972-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7973-LER-ARQ-NOTAS-CHAVE        SECTION.
      *----------------------------------------------------------------*
