      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas indenizacao de representante no
      *                  desligamento
      *================================================================*
      *----------------------------------------------------------------*
       7891-ABRIR-ARQ-INDENIZ          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-INDENIZ

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-INDENIZ
                   CLOSE ARQ-INDENIZ
                   OPEN I-O ARQ-INDENIZ
               ELSE
                   STRING "Erro ao abrir ARQ-INDENIZ. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7891-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7892-ABRIR-INPUT-ARQ-INDENIZ    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-INDENIZ
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-INDENIZ nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-INDENIZ. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7892-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7893-LER-ARQ-INDENIZ-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-INDENIZ KEY IS IND-VEND-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7893-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7894-LER-PROX-ARQ-INDENIZ       SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-INDENIZ NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-INDENIZ. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7894-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7896-GRAVAR-ARQ-INDENIZ         SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-INDENIZ
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-INDENIZ. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7896-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7897-REGRAVAR-ARQ-INDENIZ       SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-INDENIZ
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-INDENIZ. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7897-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7899-FECHAR-ARQ-INDENIZ         SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-INDENIZ.

      *----------------------------------------------------------------*
       7899-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
