           MOVE SPACES                 TO W-CMD-ENVIO
           DISPLAY "CARTEIRA_REL_ENVIO" UPON ENVIRONMENT-NAME
           ACCEPT  W-CMD-ENVIO         FROM ENVIRONMENT-VALUE
      * Base de treinamento nao envia para fora (8600).
           IF  W-BASE-TREINAMENTO
               MOVE SPACES             TO W-CMD-ENVIO
               MOVE "Base de treinamento: reenvio externo bloqueado, tec
      -             "le <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF

           IF  W-CMD-ENVIO             NOT EQUAL SPACES
               MOVE SPACES              TO W-SANEAR-ARG-ENTRADA
