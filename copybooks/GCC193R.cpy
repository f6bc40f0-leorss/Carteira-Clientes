      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas registro de entrega do resumo diario
      *                  do vendedor
      *================================================================*
      *----------------------------------------------------------------*
       7561-ABRIR-ARQ-DIGEST-ENV       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-DIGEST-ENV

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-DIGEST-ENV
                   CLOSE ARQ-DIGEST-ENV
                   OPEN I-O ARQ-DIGEST-ENV
               ELSE
                   STRING "Erro ao abrir ARQ-DIGEST-ENV. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7561-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7562-ABRIR-INPUT-ARQ-DIGEST     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-DIGEST-ENV
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-DIGEST-ENV nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-DIGEST-ENV. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7562-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7563-LER-ARQ-DIGEST-ENV-CHAVE   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DIGEST-ENV KEY IS DIG-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7563-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7564-START-ARQ-DIGEST-ENV       SECTION.
      *----------------------------------------------------------------*
      * Posiciona no primeiro registro com chave igual ou maior que
      * DIG-CHAVE (vendedor com a data inicial desejada).
           START ARQ-DIGEST-ENV KEY IS NOT LESS THAN DIG-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-DIGEST-ENV. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7564-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7565-LER-PROX-ARQ-DIGEST-ENV    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DIGEST-ENV NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-DIGEST-ENV. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7565-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7566-GRAVAR-ARQ-DIGEST-ENV      SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-DIGEST-ENV
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-DIGEST-ENV. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7566-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7567-REGRAVAR-ARQ-DIGEST-ENV    SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-DIGEST-ENV
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-DIGEST-ENV. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7567-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7569-FECHAR-ARQ-DIGEST-ENV      SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-DIGEST-ENV.

      *----------------------------------------------------------------*
       7569-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
