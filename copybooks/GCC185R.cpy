      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas movimentacao de amostras e brindes
      *================================================================*
      *----------------------------------------------------------------*
       7480-ABRIR-ARQ-MOV-MATERIAL     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-MOV-MATERIAL

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-MOV-MATERIAL
                   CLOSE ARQ-MOV-MATERIAL
                   OPEN I-O ARQ-MOV-MATERIAL
               ELSE
                   STRING "Erro ao abrir ARQ-MOV-MATERIAL. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7480-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7481-ABRIR-INPUT-ARQ-MOV-MAT    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-MOV-MATERIAL
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-MOV-MATERIAL nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-MOV-MATERIAL. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7481-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7482-LER-ARQ-MOV-MATERIAL-CHAVE SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-MOV-MATERIAL KEY IS MMV-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7482-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7483-LER-PROX-ARQ-MOV-MATERIAL  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-MOV-MATERIAL NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-MOV-MATERIAL. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7483-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7484-START-ARQ-MOV-MATERIAL-ASC SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-MOV-MATERIAL KEY IS NOT LESS THAN MMV-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-MOV-MATERIAL. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7484-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7485-GRAVAR-ARQ-MOV-MATERIAL    SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-MOV-MATERIAL
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-MOV-MATERIAL. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7485-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7486-CALCULAR-SALDO-MATERIAL    SECTION.
      *----------------------------------------------------------------*
      * Saldo do material W-MMV-MAT-PROCURADO em poder do vendedor
      * W-MMV-VEND-PROCURADO (arquivo aberto pelo chamador): emissoes
      * menos entregas, devolucoes e baixas. Devolve W-MMV-SALDO.
           MOVE ZEROS                  TO W-MMV-SALDO

           MOVE W-MMV-VEND-PROCURADO   TO MMV-VEND-CODIGO
           MOVE W-MMV-MAT-PROCURADO    TO MMV-MAT-CODIGO
           MOVE ZEROS                  TO MMV-DATA
                                          MMV-SEQ
           PERFORM 7484-START-ARQ-MOV-MATERIAL-ASC
           IF  FS-OK
               PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR MMV-VEND-CODIGO NOT EQUAL W-MMV-VEND-PROCURADO
                      OR MMV-MAT-CODIGO  NOT EQUAL W-MMV-MAT-PROCURADO
               IF  MMV-EMISSAO
                   ADD MMV-QUANTIDADE  TO W-MMV-SALDO
               ELSE
                   SUBTRACT MMV-QUANTIDADE
                                       FROM W-MMV-SALDO
               END-IF
               PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7486-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7487-OBTER-PROX-SEQ-MOV         SECTION.
      *----------------------------------------------------------------*
      * Proxima sequencia do movimento do vendedor, material e data
      * procurados (arquivo aberto pelo chamador). Devolve
      * W-MMV-PROX-SEQ.
           MOVE 1                      TO W-MMV-PROX-SEQ

           MOVE W-MMV-VEND-PROCURADO   TO MMV-VEND-CODIGO
           MOVE W-MMV-MAT-PROCURADO    TO MMV-MAT-CODIGO
           MOVE W-MMV-DATA-PROCURADA   TO MMV-DATA
           MOVE ZEROS                  TO MMV-SEQ
           PERFORM 7484-START-ARQ-MOV-MATERIAL-ASC
           IF  FS-OK
               PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR MMV-VEND-CODIGO NOT EQUAL W-MMV-VEND-PROCURADO
                      OR MMV-MAT-CODIGO  NOT EQUAL W-MMV-MAT-PROCURADO
                      OR MMV-DATA        NOT EQUAL W-MMV-DATA-PROCURADA
               COMPUTE W-MMV-PROX-SEQ = MMV-SEQ + 1
               PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7487-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7489-FECHAR-ARQ-MOV-MATERIAL    SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-MOV-MATERIAL.

      *----------------------------------------------------------------*
       7489-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
