      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo de contatos do cliente
      *================================================================*
      *----------------------------------------------------------------*
       7620-ABRIR-ARQ-CONTATO          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONTATO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONTATO
                   CLOSE ARQ-CONTATO
                   OPEN I-O ARQ-CONTATO
               ELSE
                   STRING "Erro ao abrir ARQ-CONTATO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7621-ABRIR-INPUT-ARQ-CONTATO    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONTATO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CONTATO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CONTATO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7621-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7622-LER-ARQ-CONTATO-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTATO KEY IS CONT-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7622-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7623-LER-PROX-ARQ-CONTATO       SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTATO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CONTATO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7623-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7624-START-ARQ-CONTATO-ASC      SECTION.
      *----------------------------------------------------------------*
      * Com a sequencia zerada, o READ NEXT seguinte traz o primeiro
      * contato do cliente.
           START ARQ-CONTATO KEY IS NOT LESS THAN CONT-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CONTATO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7624-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7625-GRAVAR-ARQ-CONTATO         SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONTATO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONTATO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7625-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7626-REGRAVAR-ARQ-CONTATO       SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONTATO
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONTATO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7626-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7627-EXCLUIR-ARQ-CONTATO        SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-CONTATO RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-CONTATO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7627-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7629-FECHAR-ARQ-CONTATO         SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONTATO.

      *----------------------------------------------------------------*
       7629-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
