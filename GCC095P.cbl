      *                  ou CLIE-SITUACAO em todos os selecionados,    *
      *                  com uma linha de auditoria por registro       *
      *                  alterado, como no cadastro.                   *
      *                  A atualizacao pedida na tela fica pendente em *
      *                  ARQ-APROVACAO com os filtros e a contagem, e  *
      *                  so e aplicada (LK-PARAM = "A") depois de      *
      *                  aprovada por outro supervisor/administrador   *
      *                  na fila de aprovacao (GCC207P), se a selecao  *
      *                  ainda tiver a mesma contagem do pedido.       *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC011FC.cpy".
      * Cadastro de territorios
       COPY ".\copybooks\GCC058FC.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FC.cpy".
      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC011FD.cpy".
      * Cadastro de territorios
       COPY ".\copybooks\GCC058FD.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FD.cpy".
      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao de territorio
       COPY ".\copybooks\GCC058W.cpy".
      * Campos controle de sequencia de codigos
       COPY ".\copybooks\GCC088W.cpy".
      * Campos pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207W.cpy".

       01  W-MASSA-AREA.
           05  W-MAS-CEP-INI           PIC 9(08) VALUE ZEROS.
               GOBACK
           END-IF

           IF  LK-PARAM                EQUAL "A"
               PERFORM 0100-EXECUTAR-APROVADO
               GOBACK
           END-IF

           PERFORM 1000-ATUALIZAR UNTIL W-VOLTAR EQUAL "S"

           GOBACK.
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-EXECUTAR-APROVADO          SECTION.
      *----------------------------------------------------------------*
      * Chamado pela fila de aprovacao: refaz a previa com os filtros
      * do pedido aprovado e so aplica se a contagem for a mesma que
      * o aprovador viu no pedido; selecao diferente fecha o pedido
      * com falha, para ser pedido de novo.
           MOVE "GCC095P"              TO W-APR-PROGRAMA
           PERFORM 7398-LER-PEDIDO-APROVADO
           IF  W-APR-VALIDO            EQUAL "N"
               MOVE "Pedido de aprovacao invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE 8                  TO RETURN-CODE
               GO TO 0100-99-FIM
           END-IF

           INITIALIZE W-MASSA-AREA
           MOVE W-APR-MAS-CEP-INI      TO W-MAS-CEP-INI
           MOVE W-APR-MAS-CEP-FIM      TO W-MAS-CEP-FIM
           MOVE W-APR-MAS-TERR-ATUAL   TO W-MAS-TERR-ATUAL
           MOVE W-APR-MAS-COD-INI      TO W-MAS-COD-INI
           MOVE W-APR-MAS-COD-FIM      TO W-MAS-COD-FIM
           MOVE W-APR-MAS-CAMPO        TO W-MAS-CAMPO
           MOVE W-APR-MAS-NOVO-TERR    TO W-MAS-NOVO-TERR
           MOVE W-APR-MAS-NOVA-SIT     TO W-MAS-NOVA-SIT

           PERFORM 2000-PREVIA
           IF  W-MAS-SELECIONADOS  NOT EQUAL W-APR-MAS-SELECIONADOS
               MOVE "F"                TO W-APR-STATUS-FINAL
               MOVE SPACES             TO W-APR-MENSAGEM
               STRING "Selecao mudou: " W-MAS-SELECIONADOS
                      " em vez de " W-APR-MAS-SELECIONADOS
                      DELIMITED BY SIZE INTO W-APR-MENSAGEM
               MOVE SPACES             TO W-MSGERRO
               STRING "Selecao mudou desde o pedido ("
                      W-MAS-SELECIONADOS " em vez de "
                      W-APR-MAS-SELECIONADOS "), tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 3000-APLICAR
               MOVE "X"                TO W-APR-STATUS-FINAL
               MOVE SPACES             TO W-APR-MENSAGEM
               STRING "Alterados " W-MAS-ALTERADOS " registros"
                      DELIMITED BY SIZE INTO W-APR-MENSAGEM
           END-IF
           PERFORM 7395-FINALIZAR-PEDIDO-APROV.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-ATUALIZAR                  SECTION.
      *----------------------------------------------------------------*
                   DISPLAY S-TELA-PREVIA
                   PERFORM 8100-CONFIRMA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-F1
                       PERFORM 1100-SOLICITAR-ATUALIZACAO
                   END-IF
               END-IF
           END-IF.
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-SOLICITAR-ATUALIZACAO      SECTION.
      *----------------------------------------------------------------*
      * A atualizacao nao roda na hora: vira pedido pendente com os
      * filtros, o campo, o novo valor e a contagem da previa, para
      * outro supervisor/administrador aprovar na fila de aprovacao.
           MOVE "GCC095P"              TO W-APR-PROGRAMA
           MOVE "MASSA"                TO W-APR-OPERACAO
           MOVE SPACES                 TO W-APR-PARAMETROS
           MOVE W-MAS-CEP-INI          TO W-APR-MAS-CEP-INI
           MOVE W-MAS-CEP-FIM          TO W-APR-MAS-CEP-FIM
           MOVE W-MAS-TERR-ATUAL       TO W-APR-MAS-TERR-ATUAL
           MOVE W-MAS-COD-INI          TO W-APR-MAS-COD-INI
           MOVE W-MAS-COD-FIM          TO W-APR-MAS-COD-FIM
           MOVE W-MAS-SELECIONADOS     TO W-APR-MAS-SELECIONADOS
           MOVE SPACES                 TO W-APR-DESCRICAO
           IF  W-MAS-CAMPO-TERR
               MOVE "T"                TO W-APR-MAS-CAMPO
               MOVE W-MAS-NOVO-TERR    TO W-APR-MAS-NOVO-TERR
               STRING "Territorio " W-MAS-NOVO-TERR " em "
                      W-MAS-SELECIONADOS " clientes"
                      DELIMITED BY SIZE INTO W-APR-DESCRICAO
           ELSE
               MOVE "S"                TO W-APR-MAS-CAMPO
               MOVE W-MAS-NOVA-SIT     TO W-APR-MAS-NOVA-SIT
               STRING "Situacao " W-MAS-NOVA-SIT " em "
                      W-MAS-SELECIONADOS " clientes"
                      DELIMITED BY SIZE INTO W-APR-DESCRICAO
           END-IF
           PERFORM 7396-SOLICITAR-APROVACAO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PREVIA                     SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas cadastro de territorios
       COPY ".\copybooks\GCC058R.cpy".
      * Rotinas controle de sequencia de codigos
       COPY ".\copybooks\GCC088R.cpy".
      * Rotinas pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
