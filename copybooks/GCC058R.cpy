       7015-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7016-OBTER-REGIONAL-TERRIT      SECTION.
      *----------------------------------------------------------------*
      * Regional do territorio W-TERRIT-PROCURADO em W-TERRIT-REGIONAL;
      * brancos quando o territorio nao tem regional ou nao existe.
           MOVE SPACES                 TO W-TERRIT-REGIONAL

           IF  W-TERRIT-PROCURADO      NOT EQUAL SPACES
               OPEN INPUT ARQ-TERRITORIO
               IF  FS-OK
                   MOVE W-TERRIT-PROCURADO
                                       TO TERR-CODIGO
                   READ ARQ-TERRITORIO KEY IS TERR-CODIGO
                        NOT INVALID KEY
                            MOVE TERR-REGIONAL TO W-TERRIT-REGIONAL
                   END-READ
                   PERFORM 7090-FECHAR-ARQ-TERRITORIO
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7016-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7051-LER-ARQ-TERRITORIO-CHAVE   SECTION.
      *----------------------------------------------------------------*
