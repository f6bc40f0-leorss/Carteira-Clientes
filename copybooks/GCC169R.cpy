      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas previsao de vendas do vendedor
      *================================================================*
      *----------------------------------------------------------------*
       7520-ABRIR-ARQ-PREVISAO         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-PREVISAO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-PREVISAO
                   CLOSE ARQ-PREVISAO
                   OPEN I-O ARQ-PREVISAO
               ELSE
                   STRING "Erro ao abrir ARQ-PREVISAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7521-ABRIR-INPUT-PREVISAO       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PREVISAO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-PREVISAO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-PREVISAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7521-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7523-LER-ARQ-PREVISAO-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PREVISAO KEY IS PREV-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7523-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7524-LER-PROX-ARQ-PREVISAO      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PREVISAO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-PREVISAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7524-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7525-START-ARQ-PREVISAO         SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-PREVISAO KEY IS NOT LESS THAN PREV-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-PREVISAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7525-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7526-GRAVAR-ARQ-PREVISAO        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-PREVISAO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-PREVISAO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7526-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7527-REGRAVAR-ARQ-PREVISAO      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-PREVISAO
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-PREVISAO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7527-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7529-FECHAR-ARQ-PREVISAO        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PREVISAO.

      *----------------------------------------------------------------*
       7529-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
