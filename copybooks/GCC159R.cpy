      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas especializacao setorial (CNAE) do
      *                  vendedor
      *================================================================*
      *----------------------------------------------------------------*
       7796-ABRIR-ARQ-VEND-CNAE        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-VEND-CNAE

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-VEND-CNAE
                   CLOSE ARQ-VEND-CNAE
                   OPEN I-O ARQ-VEND-CNAE
               ELSE
                   STRING "Erro ao abrir ARQ-VEND-CNAE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7796-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7797-ABRIR-INPUT-ARQ-VEND-CNAE  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-VEND-CNAE
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-VEND-CNAE nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-VEND-CNAE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7797-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7798-LER-ARQ-VEND-CNAE-CHAVE    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VEND-CNAE KEY IS VCNA-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7798-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7799-LER-PROX-ARQ-VEND-CNAE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VEND-CNAE NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-VEND-CNAE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7799-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7800-START-ARQ-VEND-CNAE        SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-VEND-CNAE KEY IS NOT LESS THAN VCNA-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-VEND-CNAE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7801-GRAVAR-ARQ-VEND-CNAE       SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-VEND-CNAE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-VEND-CNAE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7801-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7802-EXCLUIR-ARQ-VEND-CNAE      SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-VEND-CNAE RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-VEND-CNAE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7802-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7809-FECHAR-ARQ-VEND-CNAE       SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-VEND-CNAE.

      *----------------------------------------------------------------*
       7809-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
