      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas tabela de override de supervisores
      *================================================================*
      *----------------------------------------------------------------*
       7861-ABRIR-ARQ-OVERRIDE-SUP     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-OVERRIDE-SUP

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-OVERRIDE-SUP
                   CLOSE ARQ-OVERRIDE-SUP
                   OPEN I-O ARQ-OVERRIDE-SUP
               ELSE
                   STRING "Erro ao abrir ARQ-OVERRIDE-SUP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7861-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7862-ABRIR-INPUT-OVERRIDE-SUP   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-OVERRIDE-SUP
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-OVERRIDE-SUP nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-OVERRIDE-SUP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7862-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7863-LER-OVERRIDE-SUP-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-OVERRIDE-SUP KEY IS OVR-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7863-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7864-LER-PROX-ARQ-OVERRIDE-SUP  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-OVERRIDE-SUP NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-OVERRIDE-SUP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7864-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7865-START-ARQ-OVERRIDE-SUP     SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-OVERRIDE-SUP KEY IS NOT LESS THAN OVR-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-OVERRIDE-SUP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7865-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7866-GRAVAR-ARQ-OVERRIDE-SUP    SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-OVERRIDE-SUP
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-OVERRIDE-SUP. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7866-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7867-REGRAVAR-OVERRIDE-SUP      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-OVERRIDE-SUP
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-OVERRIDE-SUP. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7867-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7868-EXCLUIR-ARQ-OVERRIDE-SUP   SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-OVERRIDE-SUP RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-OVERRIDE-SUP. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7868-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7869-FECHAR-ARQ-OVERRIDE-SUP    SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-OVERRIDE-SUP.

      *----------------------------------------------------------------*
       7869-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
