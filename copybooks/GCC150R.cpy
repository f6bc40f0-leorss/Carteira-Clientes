      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo de itens de pedido
      *================================================================*
      *----------------------------------------------------------------*
       7700-ABRIR-ARQ-PEDIDO-ITEM      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-PEDIDO-ITEM

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-PEDIDO-ITEM
                   CLOSE ARQ-PEDIDO-ITEM
                   OPEN I-O ARQ-PEDIDO-ITEM
               ELSE
                   STRING "Erro ao abrir ARQ-PEDIDO-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7701-ABRIR-INPUT-ARQ-PED-ITEM   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PEDIDO-ITEM
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-PEDIDO-ITEM nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-PEDIDO-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7701-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7703-LER-PROX-ARQ-PED-ITEM      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDO-ITEM NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-PEDIDO-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7703-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7705-START-ARQ-PED-ITEM-CHAVE   SECTION.
      *----------------------------------------------------------------*
      * Posiciona pela chave (pedido + sequencia): com a sequencia
      * zerada, o proximo READ NEXT traz o primeiro item do pedido.
           START ARQ-PEDIDO-ITEM KEY IS NOT LESS THAN PITEM-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-PEDIDO-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7705-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7706-GRAVAR-ARQ-PED-ITEM        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-PEDIDO-ITEM
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-PEDIDO-ITEM. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7706-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7709-FECHAR-ARQ-PED-ITEM        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PEDIDO-ITEM.

      *----------------------------------------------------------------*
       7709-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
