      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas contratos de fornecimento
      *================================================================*
      *----------------------------------------------------------------*
       7500-ABRIR-ARQ-CONTRATO         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONTRATO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONTRATO
                   CLOSE ARQ-CONTRATO
                   OPEN I-O ARQ-CONTRATO
               ELSE
                   STRING "Erro ao abrir ARQ-CONTRATO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7501-ABRIR-INPUT-CONTRATO       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONTRATO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CONTRATO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CONTRATO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7501-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7503-LER-ARQ-CONTRATO-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTRATO KEY IS CTR-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7503-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7504-LER-PROX-ARQ-CONTRATO      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTRATO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CONTRATO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7504-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7505-START-ARQ-CONTRATO         SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CONTRATO KEY IS NOT LESS THAN CTR-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CONTRATO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7505-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7506-GRAVAR-ARQ-CONTRATO        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONTRATO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONTRATO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7506-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7507-REGRAVAR-ARQ-CONTRATO      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONTRATO
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONTRATO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7507-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7509-FECHAR-ARQ-CONTRATO        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONTRATO.

      *----------------------------------------------------------------*
       7509-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
