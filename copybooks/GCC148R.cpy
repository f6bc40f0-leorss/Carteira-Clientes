      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo de itens de nota fiscal
      *================================================================*
      *----------------------------------------------------------------*
       7550-ABRIR-ARQ-NOTA-ITEM        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-NOTA-ITEM

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-NOTA-ITEM
                   CLOSE ARQ-NOTA-ITEM
                   OPEN I-O ARQ-NOTA-ITEM
               ELSE
                   STRING "Erro ao abrir ARQ-NOTA-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7551-ABRIR-INPUT-ARQ-NOTA-ITEM  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-NOTA-ITEM
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-NOTA-ITEM nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-NOTA-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7551-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7554-LER-PROX-ARQ-NOTA-ITEM     SECTION.
      *----------------------------------------------------------------*
           READ ARQ-NOTA-ITEM NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-NOTA-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7554-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7555-START-ARQ-NOTA-ITEM-CLIE   SECTION.
      *----------------------------------------------------------------*
      * Posiciona pelo indice alternativo de cliente; as leituras
      * seguintes com READ NEXT trazem os itens do cliente juntos.
           START ARQ-NOTA-ITEM KEY IS NOT LESS THAN NITEM-CLIE-CODIGO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-NOTA-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7555-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7556-GRAVAR-ARQ-NOTA-ITEM       SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-NOTA-ITEM
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-NOTA-ITEM. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7556-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7557-START-ARQ-NOTA-ITEM-NOTA   SECTION.
      *----------------------------------------------------------------*
      * Posiciona pela chave (nota + sequencia): com a sequencia
      * zerada, o proximo READ NEXT traz o primeiro item da nota.
           START ARQ-NOTA-ITEM KEY IS NOT LESS THAN NITEM-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-NOTA-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7557-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7558-START-ARQ-NOTA-ITEM-PROD   SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-NOTA-ITEM KEY IS NOT LESS THAN NITEM-PRODUTO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-NOTA-ITEM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7558-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7559-FECHAR-ARQ-NOTA-ITEM       SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-NOTA-ITEM.

      *----------------------------------------------------------------*
       7559-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
