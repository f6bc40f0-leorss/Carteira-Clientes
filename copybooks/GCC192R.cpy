      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas registro de cartas de troca de
      *                  vendedor
      *================================================================*
      *----------------------------------------------------------------*
       7412-ABRIR-ARQ-CARTA-VEND       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CARTA-VEND

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CARTA-VEND
                   CLOSE ARQ-CARTA-VEND
                   OPEN I-O ARQ-CARTA-VEND
               ELSE
                   STRING "Erro ao abrir ARQ-CARTA-VEND. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7412-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7413-ABRIR-INPUT-ARQ-CARTA      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CARTA-VEND
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CARTA-VEND nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CARTA-VEND. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7413-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7414-LER-ARQ-CARTA-VEND-CHAVE   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CARTA-VEND KEY IS CART-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7414-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7416-START-ARQ-CARTA-VEND       SECTION.
      *----------------------------------------------------------------*
      * Posiciona na primeira carta com chave igual ou maior que
      * CART-CHAVE (cliente e linha com a data inicial desejada).
           START ARQ-CARTA-VEND KEY IS NOT LESS THAN CART-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CARTA-VEND. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7416-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7417-LER-PROX-ARQ-CARTA-VEND    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CARTA-VEND NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CARTA-VEND. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7417-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7418-GRAVAR-ARQ-CARTA-VEND      SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CARTA-VEND
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CARTA-VEND. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7418-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7419-FECHAR-ARQ-CARTA-VEND      SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CARTA-VEND.

      *----------------------------------------------------------------*
       7419-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
