      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo de pedidos de visita
      *================================================================*
      *----------------------------------------------------------------*
       7000-ABRIR-ARQ-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-PEDIDO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-PEDIDO
                   CLOSE ARQ-PEDIDO
                   OPEN I-O ARQ-PEDIDO
               ELSE
                   STRING "Erro ao abrir ARQ-PEDIDO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7001-ABRIR-INPUT-ARQ-PEDIDO     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PEDIDO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-PEDIDO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-PEDIDO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7001-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7002-LER-ARQ-PEDIDO-NUMERO      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDO KEY IS PED-NUMERO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7002-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7003-LER-PROX-ARQ-PEDIDO        SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-PEDIDO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7003-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7004-START-ARQ-PEDIDO-VISITA    SECTION.
      *----------------------------------------------------------------*
      * Posiciona pelo indice alternativo da visita; com vendedor e
      * cliente zerados, o READ NEXT traz o primeiro pedido da data.
           START ARQ-PEDIDO KEY IS NOT LESS THAN PED-CHAVE-VISITA
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-PEDIDO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7004-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7005-GRAVAR-ARQ-PEDIDO          SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-PEDIDO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-PEDIDO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7006-REGRAVAR-ARQ-PEDIDO        SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-PEDIDO
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-PEDIDO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7006-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7007-START-ARQ-PEDIDO-DES       SECTION.
      *----------------------------------------------------------------*
      * Com PED-NUMERO em noves, o READ PREVIOUS seguinte traz o
      * ultimo pedido gravado (base da numeracao do proximo).
           START ARQ-PEDIDO KEY IS LESS THAN PED-NUMERO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-PEDIDO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7007-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7008-LER-ANT-ARQ-PEDIDO         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDO PREVIOUS
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-PEDIDO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7009-FECHAR-ARQ-PEDIDO          SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PEDIDO.

      *----------------------------------------------------------------*
       7009-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
