      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas tabela de referencia CNAE
      *================================================================*
      *----------------------------------------------------------------*
       7803-ABRIR-ARQ-CNAE             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CNAE

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CNAE
                   CLOSE ARQ-CNAE
                   OPEN I-O ARQ-CNAE
               ELSE
                   STRING "Erro ao abrir ARQ-CNAE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7803-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7804-ABRIR-INPUT-ARQ-CNAE       SECTION.
      *----------------------------------------------------------------*
      * Abre para consulta; tabela ainda nao carregada nao e erro -
      * as descricoes ficam em branco.
           MOVE "N"                    TO W-CNAE-ABERTO
           OPEN INPUT ARQ-CNAE
           IF  FS-OK
               MOVE "S"                TO W-CNAE-ABERTO
           ELSE
               IF  NOT FS-ARQ-NAO-ENCONTRADO
                   STRING "Erro ao abrir ARQ-CNAE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7804-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7805-LER-ARQ-CNAE-CHAVE         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CNAE KEY IS CNAE-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7805-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7806-LER-PROX-ARQ-CNAE          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CNAE NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CNAE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7806-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7807-GRAVAR-ARQ-CNAE            SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CNAE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CNAE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7807-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7808-REGRAVAR-ARQ-CNAE          SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CNAE
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CNAE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7808-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7812-EXCLUIR-ARQ-CNAE           SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-CNAE RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-CNAE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7812-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7813-FECHAR-ARQ-CNAE            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CNAE
           MOVE "N"                    TO W-CNAE-ABERTO.

      *----------------------------------------------------------------*
       7813-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7814-DESCREVER-CNAE             SECTION.
      *----------------------------------------------------------------*
      * Descricao do CNAE W-CNAE-PROCURADO em W-CNAE-DESC.
           MOVE SPACES                 TO W-CNAE-DESC
           IF  W-CNAE-PROCURADO        EQUAL ZEROS OR
               W-CNAE-ABERTO           NOT EQUAL "S"
               GO TO 7814-99-FIM
           END-IF

           MOVE W-CNAE-PROCURADO       TO CNAE-CODIGO
           PERFORM 7805-LER-ARQ-CNAE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CNAE-DESCRICAO     TO W-CNAE-DESC
           ELSE
               MOVE "(CNAE nao consta na tabela)"
                                       TO W-CNAE-DESC
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7814-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7815-DESCREVER-DIVISAO-CNAE     SECTION.
      *----------------------------------------------------------------*
      * Descricao da divisao W-CNAE-DIV-PROCURADA em W-CNAE-DESC.
           MOVE SPACES                 TO W-CNAE-DESC
           IF  W-CNAE-DIV-PROCURADA    EQUAL ZEROS
               MOVE "Sem CNAE informado"
                                       TO W-CNAE-DESC
               GO TO 7815-99-FIM
           END-IF
           IF  W-CNAE-ABERTO           NOT EQUAL "S"
               GO TO 7815-99-FIM
           END-IF

           COMPUTE CNAE-CODIGO = W-CNAE-DIV-PROCURADA * 100000
           PERFORM 7805-LER-ARQ-CNAE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CNAE-DESCRICAO     TO W-CNAE-DESC
           ELSE
               MOVE "(divisao nao consta na tabela)"
                                       TO W-CNAE-DESC
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7815-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7816-VERIFICAR-CNAE-ALVO        SECTION.
      *----------------------------------------------------------------*
      * W-CNAE-E-ALVO = "S" quando a subclasse W-CNAE-PROCURADO ou a
      * sua divisao (registro DD00000) esta marcada como alvo de
      * prospeccao. Tabela fechada ou CNAE zerado nunca e alvo.
           MOVE "N"                    TO W-CNAE-E-ALVO
           IF  W-CNAE-PROCURADO        EQUAL ZEROS OR
               W-CNAE-ABERTO           NOT EQUAL "S"
               GO TO 7816-99-FIM
           END-IF

           MOVE W-CNAE-PROCURADO       TO CNAE-CODIGO
           PERFORM 7805-LER-ARQ-CNAE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S" AND
               CNAE-ALVO-PROSPECCAO
               MOVE "S"                TO W-CNAE-E-ALVO
           ELSE
               MOVE W-CNAE-PROCURADO(1:2)
                                       TO CNAE-CODIGO(1:2)
               MOVE "00000"            TO CNAE-CODIGO(3:5)
               PERFORM 7805-LER-ARQ-CNAE-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S" AND
                   CNAE-ALVO-PROSPECCAO
                   MOVE "S"            TO W-CNAE-E-ALVO
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7816-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
