      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas tarefas de integracao de clientes
      *                  novos e plano de integracao
      *================================================================*
      *----------------------------------------------------------------*
       7184-INICIAR-INTEGRACAO-CLIE    SECTION.
      *----------------------------------------------------------------*
      * Grava a abertura do plano de integracao do cliente recem
      * incluido (W-ONB-CLIE-CODIGO, origem W-ONB-ORIGEM), aguardando
      * a atribuicao no ARQ-DIST; as tarefas sao geradas pelo GCC210P
      * quando o cliente ganha vendedor. Cliente que ja tem abertura
      * fica como esta.
           PERFORM 7221-ABRIR-ARQ-ONBOARD
           IF  NOT FS-OK
               GO TO 7184-99-FIM
           END-IF

           INITIALIZE REG-ARQ-ONBOARD
           MOVE W-ONB-CLIE-CODIGO      TO ONB-CLIE-CODIGO
           MOVE ZEROS                  TO ONB-ETAPA
           PERFORM 7222-LER-ARQ-ONBOARD-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               INITIALIZE REG-ARQ-ONBOARD
               MOVE W-ONB-CLIE-CODIGO  TO ONB-CLIE-CODIGO
               MOVE ZEROS              TO ONB-ETAPA
               MOVE W-ONB-ORIGEM       TO ONB-ORIGEM
               MOVE "Abertura do plano de integracao"
                                       TO ONB-DESCRICAO
               ACCEPT ONB-DATA-ABERTURA FROM DATE YYYYMMDD
               SET ONB-AGUARDANDO      TO TRUE
               MOVE W-OPERADOR         TO ONB-OPERADOR
               PERFORM 7225-GRAVAR-ARQ-ONBOARD
           END-IF

           PERFORM 7229-FECHAR-ARQ-ONBOARD
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7184-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7221-ABRIR-ARQ-ONBOARD          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-ONBOARD

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-ONBOARD
                   CLOSE ARQ-ONBOARD
                   OPEN I-O ARQ-ONBOARD
               ELSE
                   STRING "Erro ao abrir ARQ-ONBOARD. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7221-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7222-LER-ARQ-ONBOARD-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ONBOARD KEY IS ONB-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7222-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7223-LER-PROX-ARQ-ONBOARD       SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ONBOARD NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-ONBOARD. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7223-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7224-START-ARQ-ONBOARD-ASC      SECTION.
      *----------------------------------------------------------------*
      * Com a etapa zerada, o READ NEXT seguinte traz a abertura do
      * plano do cliente e depois as tarefas dele.
           START ARQ-ONBOARD KEY IS NOT LESS THAN ONB-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-ONBOARD. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7224-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7225-GRAVAR-ARQ-ONBOARD         SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-ONBOARD
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-ONBOARD. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7225-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7226-REGRAVAR-ARQ-ONBOARD       SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-ONBOARD
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-ONBOARD. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7226-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7227-CARREGAR-PLANO-ONBOARD     SECTION.
      *----------------------------------------------------------------*
      * Le o plano gravado pelo GCC210P ou monta o plano padrao de
      * W-ONB-TAB-PADRAO. Dias nao numericos valem zero.
           MOVE "N"                    TO W-ONB-PLANO-LIDO

           OPEN INPUT ARQ-ONB-PLANO
           IF  FS-OK
               READ ARQ-ONB-PLANO NEXT
               IF  FS-OK
                   MOVE "S"            TO W-ONB-PLANO-LIDO
               END-IF
               CLOSE ARQ-ONB-PLANO
           END-IF

           IF  W-ONB-PLANO-LIDO        EQUAL "N"
               INITIALIZE REG-ARQ-ONB-PLANO
               PERFORM VARYING W-ONB-SUB FROM 1 BY 1
                       UNTIL W-ONB-SUB GREATER 6
                   MOVE W-ONB-PAD-TIPO(W-ONB-SUB)
                                       TO ONBP-TIPO(W-ONB-SUB)
                   MOVE W-ONB-PAD-DESCRICAO(W-ONB-SUB)
                                       TO ONBP-DESCRICAO(W-ONB-SUB)
                   IF  W-ONB-PAD-DIAS(W-ONB-SUB) IS NUMERIC
                       MOVE W-ONB-PAD-DIAS(W-ONB-SUB)
                                       TO ONBP-DIAS(W-ONB-SUB)
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING W-ONB-SUB FROM 1 BY 1
                   UNTIL W-ONB-SUB GREATER 6
               IF  ONBP-DIAS(W-ONB-SUB) NOT NUMERIC
                   MOVE ZEROS          TO ONBP-DIAS(W-ONB-SUB)
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7227-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7228-GRAVAR-PLANO-ONBOARD       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-ONB-PLANO
           IF  NOT FS-OK
               STRING "Erro ao abrir ARQ-ONB-PLANO. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 7228-99-FIM
           END-IF

           WRITE REG-ARQ-ONB-PLANO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-ONB-PLANO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           CLOSE ARQ-ONB-PLANO.

      *----------------------------------------------------------------*
       7228-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7229-FECHAR-ARQ-ONBOARD         SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-ONBOARD.

      *----------------------------------------------------------------*
       7229-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
