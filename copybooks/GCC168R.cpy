      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas ranking dos concursos de incentivo
      *================================================================*
      *----------------------------------------------------------------*
       7580-ABRIR-ARQ-CONC-RANKING     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONC-RANKING

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONC-RANKING
                   CLOSE ARQ-CONC-RANKING
                   OPEN I-O ARQ-CONC-RANKING
               ELSE
                   STRING "Erro ao abrir ARQ-CONC-RANKING. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7580-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7581-ABRIR-INPUT-CONC-RANKING   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONC-RANKING
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CONC-RANKING nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CONC-RANKING. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7581-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7583-LER-CONC-RANKING-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONC-RANKING KEY IS CRK-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7583-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7584-LER-PROX-CONC-RANKING      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONC-RANKING NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CONC-RANKING. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7584-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7585-START-CONC-RANKING         SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CONC-RANKING KEY IS NOT LESS THAN CRK-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CONC-RANKING. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7585-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7586-GRAVAR-CONC-RANKING        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONC-RANKING
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONC-RANKING. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7586-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7587-REGRAVAR-CONC-RANKING      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONC-RANKING
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONC-RANKING. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7587-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7588-EXCLUIR-CONC-RANKING       SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-CONC-RANKING RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-CONC-RANKING. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7588-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7589-FECHAR-CONC-RANKING        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONC-RANKING.

      *----------------------------------------------------------------*
       7589-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
