      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas cadastro de produtos
      *================================================================*
      *----------------------------------------------------------------*
       7540-ABRIR-ARQ-PRODUTO          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-PRODUTO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-PRODUTO
                   CLOSE ARQ-PRODUTO
                   OPEN I-O ARQ-PRODUTO
               ELSE
                   STRING "Erro ao abrir ARQ-PRODUTO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7541-ABRIR-INPUT-ARQ-PRODUTO    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PRODUTO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-PRODUTO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-PRODUTO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7541-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7543-LER-ARQ-PRODUTO-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PRODUTO KEY IS PROD-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7543-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7544-LER-PROX-ARQ-PRODUTO       SECTION.
      *----------------------------------------------------------------*
           READ ARQ-PRODUTO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-PRODUTO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7544-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7545-START-ARQ-PRODUTO-ASC      SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-PRODUTO KEY IS NOT LESS THAN PROD-CODIGO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-PRODUTO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7545-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7549-FECHAR-ARQ-PRODUTO         SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PRODUTO.

      *----------------------------------------------------------------*
       7549-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
