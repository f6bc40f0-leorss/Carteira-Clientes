      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas presenca de concorrentes por cliente
      *================================================================*
      *----------------------------------------------------------------*
       7100-ABRIR-ARQ-CLIE-CONCOR      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CLIE-CONCOR

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CLIE-CONCOR
                   CLOSE ARQ-CLIE-CONCOR
                   OPEN I-O ARQ-CLIE-CONCOR
               ELSE
                   STRING "Erro ao abrir ARQ-CLIE-CONCOR. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7101-ABRIR-INPUT-ARQ-CLIE-CONCOR SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CLIE-CONCOR
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CLIE-CONCOR nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CLIE-CONCOR. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7101-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7102-LER-ARQ-CLIE-CONCOR-CHAVE  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIE-CONCOR KEY IS CLCO-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7102-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7103-LER-PROX-ARQ-CLIE-CONCOR   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIE-CONCOR NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CLIE-CONCOR. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7103-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7104-START-ARQ-CLIE-CONCOR-ASC  SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CLIE-CONCOR KEY IS NOT LESS THAN CLCO-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CLIE-CONCOR. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7104-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7105-GRAVAR-ARQ-CLIE-CONCOR     SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CLIE-CONCOR
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CLIE-CONCOR. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7105-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7106-REGRAVAR-ARQ-CLIE-CONCOR   SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CLIE-CONCOR
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CLIE-CONCOR. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7106-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7107-EXCLUIR-ARQ-CLIE-CONCOR    SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-CLIE-CONCOR RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-CLIE-CONCOR. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7107-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7108-ATUALIZAR-CLIE-CONCOR      SECTION.
      *----------------------------------------------------------------*
      * Grava a observacao montada em REG-ARQ-CLIE-CONCOR (arquivo
      * aberto em I-O): chave nova e incluida; chave existente e
      * regravada, salvo quando a observacao ja gravada e mais
      * recente que a nova. Devolve o desfecho em W-CLCO-RESULTADO.
           MOVE REG-ARQ-CLIE-CONCOR    TO W-CLCO-REG-NOVO
           MOVE CLCO-DATA-OBSERVACAO   TO W-CLCO-DATA-NOVA
           SET W-CLCO-FALHOU           TO TRUE

           PERFORM 7102-LER-ARQ-CLIE-CONCOR-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE W-CLCO-REG-NOVO    TO REG-ARQ-CLIE-CONCOR
               PERFORM 7105-GRAVAR-ARQ-CLIE-CONCOR
               IF  FS-OK
                   SET W-CLCO-INCLUIDO TO TRUE
               END-IF
               GO TO 7108-99-FIM
           END-IF

           IF  CLCO-DATA-OBSERVACAO    GREATER W-CLCO-DATA-NOVA
               SET W-CLCO-MANTIDO      TO TRUE
               GO TO 7108-99-FIM
           END-IF

           MOVE W-CLCO-REG-NOVO        TO REG-ARQ-CLIE-CONCOR
           PERFORM 7106-REGRAVAR-ARQ-CLIE-CONCOR
           IF  FS-OK
               SET W-CLCO-ATUALIZADO   TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       7108-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7109-FECHAR-ARQ-CLIE-CONCOR     SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CLIE-CONCOR.

      *----------------------------------------------------------------*
       7109-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
