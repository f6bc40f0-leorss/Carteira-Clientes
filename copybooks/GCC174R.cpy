      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas reclamacoes de clientes (SAC)
      *================================================================*
      *----------------------------------------------------------------*
       7360-ABRIR-ARQ-RECLAMACAO       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-RECLAMACAO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-RECLAMACAO
                   CLOSE ARQ-RECLAMACAO
                   OPEN I-O ARQ-RECLAMACAO
               ELSE
                   STRING "Erro ao abrir ARQ-RECLAMACAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7361-ABRIR-INPUT-RECLAMACAO     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-RECLAMACAO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-RECLAMACAO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-RECLAMACAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7361-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7363-LER-ARQ-RECLAMACAO-CHAVE   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-RECLAMACAO KEY IS RECL-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7363-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7364-LER-PROX-ARQ-RECLAMACAO    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-RECLAMACAO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-RECLAMACAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7364-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7365-START-ARQ-RECLAMACAO       SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-RECLAMACAO KEY IS NOT LESS THAN RECL-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-RECLAMACAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7365-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7366-GRAVAR-ARQ-RECLAMACAO      SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-RECLAMACAO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-RECLAMACAO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7366-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7367-REGRAVAR-ARQ-RECLAMACAO    SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-RECLAMACAO
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-RECLAMACAO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7367-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7369-FECHAR-ARQ-RECLAMACAO      SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-RECLAMACAO.

      *----------------------------------------------------------------*
       7369-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
