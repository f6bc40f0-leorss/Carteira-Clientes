      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas respostas da pesquisa de satisfacao
      *================================================================*
      *----------------------------------------------------------------*
       7380-ABRIR-ARQ-NPS              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-NPS

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-NPS
                   CLOSE ARQ-NPS
                   OPEN I-O ARQ-NPS
               ELSE
                   STRING "Erro ao abrir ARQ-NPS. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7380-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7381-ABRIR-INPUT-ARQ-NPS        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-NPS
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-NPS nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-NPS. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7381-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7383-LER-ARQ-NPS-CHAVE          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-NPS KEY IS NPS-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7383-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7384-LER-PROX-ARQ-NPS           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-NPS NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-NPS. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7384-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7385-START-ARQ-NPS              SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-NPS KEY IS NOT LESS THAN NPS-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-NPS. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7385-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7386-GRAVAR-ARQ-NPS             SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-NPS
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-NPS. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7386-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7389-FECHAR-ARQ-NPS             SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-NPS.

      *----------------------------------------------------------------*
       7389-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
