      *                  contagem de registros catalogada              *
      *                  (BACKUP-CAT.LOG) e restaura uma geracao       *
      *                  conferindo a contagem apos a copia de volta.  *
      *                  O restauro pedido na tela fica pendente em    *
      *                  ARQ-APROVACAO e so e executado (LK-PARAM =    *
      *                  "A") depois de aprovado por outro supervisor/ *
      *                  administrador na fila de aprovacao (GCC207P). *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC012FC.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FC.cpy".
      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FC.cpy".

      * Catalogo de geracoes de backup e acoes de restauro
       SELECT ARQ-BACKUP-CAT       ASSIGN TO  WID-ARQ-BACKUP-CAT
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FD.cpy".
      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FD.cpy".

      * Catalogo de geracoes de backup
       FD  ARQ-BACKUP-CAT.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos controle de sequencia de codigos
       COPY ".\copybooks\GCC088W.cpy".
      * Campos pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207W.cpy".

       01  W-BACKUP-AREA.
           05  W-BK-ARQ-CORRENTE       PIC X(01) VALUE "C".
               GOBACK
           END-IF

           IF  LK-PARAM                EQUAL "A"
               PERFORM 0100-EXECUTAR-APROVADO
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               MOVE "Backup e Restauro" TO W-MODULO
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-EXECUTAR-APROVADO         SECTION.
      *----------------------------------------------------------------*
      * Chamado pela fila de aprovacao: executa o restauro do pedido
      * aprovado com o arquivo e a geracao gravados no pedido e fecha
      * o pedido com o resultado.
           MOVE "Backup e Restauro"    TO W-MODULO
           MOVE "GCC073P"              TO W-APR-PROGRAMA
           PERFORM 7398-LER-PEDIDO-APROVADO
           IF  W-APR-VALIDO            EQUAL "N"
               MOVE "Pedido de aprovacao invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE 8                  TO RETURN-CODE
               GO TO 0100-99-FIM
           END-IF

           MOVE W-APR-BK-ARQ           TO W-BK-ARQ-CORRENTE
           MOVE W-APR-BK-GERACAO       TO W-BK-GERACAO-ESC
           PERFORM 5000-RESOLVER-NOMES
           EVALUATE W-BK-GERACAO-ESC
               WHEN 1 MOVE W-BK-GER-1 TO W-BK-GER-RESTAURO
               WHEN 2 MOVE W-BK-GER-2 TO W-BK-GER-RESTAURO
               WHEN 3 MOVE W-BK-GER-3 TO W-BK-GER-RESTAURO
           END-EVALUATE

           PERFORM 3100-EXECUTAR-RESTAURO
           PERFORM 7395-FINALIZAR-PEDIDO-APROV.

      *----------------------------------------------------------------*
       0100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-GERAR-BACKUPS             SECTION.
      *----------------------------------------------------------------*

               PERFORM 8100-CONFIRMA
               IF  COB-CRT-STATUS      EQUAL COB-SCR-F1
                   PERFORM 3050-SOLICITAR-RESTAURO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3050-SOLICITAR-RESTAURO        SECTION.
      *----------------------------------------------------------------*
      * O restauro nao roda na hora: vira pedido pendente com o
      * arquivo e a geracao, para outro supervisor/administrador
      * aprovar na fila de aprovacao.
           MOVE "GCC073P"              TO W-APR-PROGRAMA
           MOVE "RESTAURO"             TO W-APR-OPERACAO
           MOVE SPACES                 TO W-APR-PARAMETROS
           EVALUATE TRUE
               WHEN W-BK-ARQ-VEND MOVE "V" TO W-APR-BK-ARQ
               WHEN W-BK-ARQ-DIST MOVE "D" TO W-APR-BK-ARQ
               WHEN OTHER         MOVE "C" TO W-APR-BK-ARQ
           END-EVALUATE
           MOVE W-BK-GERACAO-ESC       TO W-APR-BK-GERACAO
           MOVE SPACES                 TO W-APR-DESCRICAO
           STRING "Restaurar " FUNCTION TRIM(W-BK-GER-RESTAURO)
                  DELIMITED BY SIZE INTO W-APR-DESCRICAO
           PERFORM 7396-SOLICITAR-APROVACAO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       3050-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-EXECUTAR-RESTAURO         SECTION.
      *----------------------------------------------------------------*
      * Copia a geracao W-BK-GER-RESTAURO por cima do oficial, confere
      * a contagem com a catalogada e devolve o resultado em
      * W-APR-STATUS-FINAL / W-APR-MENSAGEM.
           CALL "CBL_COPY_FILE" USING W-BK-GER-RESTAURO
                                      W-BK-OFICIAL
               RETURNING W-BK-RC
           ON EXCEPTION
               MOVE 1                  TO W-BK-RC
           END-CALL

           IF  W-BK-RC                 NOT EQUAL ZEROS
               MOVE "F"                TO W-APR-STATUS-FINAL
               MOVE "Geracao nao encontrada ou copia falhou"
                                       TO W-APR-MENSAGEM
               MOVE "Geracao nao encontrada ou copia falhou, tecle <Ente
      -            "r>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 5100-CONTAR-REGISTROS
               PERFORM 5300-BUSCAR-CONTAGEM-CATALOGO

               MOVE "RESTAURO"         TO CAT-OPERACAO
               MOVE W-BK-GER-RESTAURO  TO CAT-GERACAO
               MOVE W-BK-REGISTROS     TO CAT-REGISTROS
               PERFORM 5200-GRAVAR-CATALOGO

               MOVE "X"                TO W-APR-STATUS-FINAL
               IF  W-BK-CAT-ACHADO EQUAL "S" AND
                   W-BK-REGISTROS NOT EQUAL W-BK-REG-CATALOGO
                   MOVE "Restaurado - contagem difere do catalogo"
                                       TO W-APR-MENSAGEM
                   MOVE "ATENCAO: contagem difere da catalogada no backu
      -                "p, tecle <Enter>"
                                       TO W-MSGERRO
               ELSE
                   MOVE "Restaurado e conferido"
                                       TO W-APR-MENSAGEM
                   MOVE "Restauro concluido e conferido, tecle <Enter>"
                                       TO W-MSGERRO
               END-IF
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
       5300-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas controle de sequencia de codigos
       COPY ".\copybooks\GCC088R.cpy".
      * Rotinas pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
