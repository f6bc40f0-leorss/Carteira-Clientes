      *                  do GCC011P (codigo do ARQ-SEQUENCIA, checagem *
      *                  de nome similar, linha de auditoria),         *
      *                  fechando o prospect com o codigo gerado.      *
      *                  O cliente convertido abre o plano de          *
      *                  integracao de clientes novos (GCC210P).       *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC088FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC088FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       COPY ".\copybooks\GCC058W.cpy".
      * Campos do controle de sequencia de codigos
       COPY ".\copybooks\GCC088W.cpy".
      * Campos tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210W.cpy".

      * Checagem de nome similar na conversao, no mesmo molde de
      * 6125-VERIFICAR-RAZAO-SIMILAR do GCC011P (aviso, sem bloquear).
               PERFORM 7879-FECHAR-ARQ-PROSPECT
           END-IF

      * O cliente convertido entra no plano de integracao de clientes
      * novos, como o incluido direto no GCC011P.
           MOVE W-CONV-CLIE-CODIGO     TO W-ONB-CLIE-CODIGO
           MOVE "P"                    TO W-ONB-ORIGEM
           PERFORM 7184-INICIAR-INTEGRACAO-CLIE

           MOVE W-CONV-CLIE-CODIGO     TO W-CONV-CLIE-CODIGO-ED
           MOVE SPACES                 TO W-MSGERRO
           STRING "Prospect convertido no cliente "
       COPY ".\copybooks\GCC088R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
