      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas segmentacao RFM do cliente
      *================================================================*
      *----------------------------------------------------------------*
       7613-ABRIR-ARQ-RFM-CLIE         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-RFM-CLIE

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-RFM-CLIE
                   CLOSE ARQ-RFM-CLIE
                   OPEN I-O ARQ-RFM-CLIE
               ELSE
                   STRING "Erro ao abrir ARQ-RFM-CLIE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7613-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7614-ABRIR-INPUT-ARQ-RFM        SECTION.
      *----------------------------------------------------------------*
      * Arquivo ausente nao e erro: o chamador segue sem cluster.
           OPEN INPUT ARQ-RFM-CLIE

           IF  NOT FS-OK
               IF  NOT FS-ARQ-NAO-ENCONTRADO
                   STRING "Erro ao abrir ARQ-RFM-CLIE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7614-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7615-LER-ARQ-RFM-CHAVE          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-RFM-CLIE KEY IS RFM-CLIE-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7615-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7616-GRAVAR-ARQ-RFM-CLIE        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-RFM-CLIE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-RFM-CLIE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7616-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7617-REGRAVAR-ARQ-RFM-CLIE      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-RFM-CLIE
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-RFM-CLIE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7617-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7618-FECHAR-ARQ-RFM-CLIE        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-RFM-CLIE.

      *----------------------------------------------------------------*
       7618-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7619-DESCREVER-CLUSTER-RFM      SECTION.
      *----------------------------------------------------------------*
      * Nome do cluster em W-RFM-CLUSTER-COD para tela e relatorio.
           EVALUATE W-RFM-CLUSTER-COD
               WHEN "C"
                   MOVE "Campeao"          TO W-RFM-CLUSTER-DESC
               WHEN "R"
                   MOVE "Em risco"         TO W-RFM-CLUSTER-DESC
               WHEN "H"
                   MOVE "Hibernando"       TO W-RFM-CLUSTER-DESC
               WHEN "N"
                   MOVE "Novo"             TO W-RFM-CLUSTER-DESC
               WHEN "G"
                   MOVE "Regular"          TO W-RFM-CLUSTER-DESC
               WHEN OTHER
                   MOVE "Sem historico"    TO W-RFM-CLUSTER-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
       7619-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
