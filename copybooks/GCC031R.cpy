       7651-FIM.                       EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7652-LER-ARQ-DIST-CHAVE         SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual pela chave completa (cliente + linha de
      * negocio), com o arquivo ja aberto pelo chamador.
           READ ARQ-DIST KEY IS DIST-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7652-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7653-LER-PROX-ARQ-DIST          SECTION.
      *----------------------------------------------------------------*
       7671-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7672-START-ARQ-DIST-CLIE      SECTION.
      *----------------------------------------------------------------*
      * Posiciona na primeira linha de negocio do cliente informado
      * em DIST-CLIE-CODIGO; as leituras seguintes com READ NEXT
      * trazem as demais linhas dele em sequencia.
           MOVE ZEROS                  TO DIST-LINHA
           START ARQ-DIST KEY IS NOT LESS THAN DIST-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-DIST. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7672-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7690-FECHAR-ARQ-DIST          SECTION.
      *----------------------------------------------------------------*
