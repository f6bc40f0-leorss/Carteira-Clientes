      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas contestacoes de comissao
      *================================================================*
      *----------------------------------------------------------------*
       7911-ABRIR-ARQ-CONTESTACAO      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONTESTACAO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONTESTACAO
                   CLOSE ARQ-CONTESTACAO
                   OPEN I-O ARQ-CONTESTACAO
               ELSE
                   STRING "Erro ao abrir ARQ-CONTESTACAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7911-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7912-ABRIR-INPUT-CONTESTACAO    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONTESTACAO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CONTESTACAO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CONTESTACAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7912-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7913-LER-ARQ-CONTESTACAO-CHAVE  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTESTACAO KEY IS CTS-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7913-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7914-LER-PROX-ARQ-CONTESTACAO   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTESTACAO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CONTESTACAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7914-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7915-START-ARQ-CONTESTACAO      SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CONTESTACAO KEY IS NOT LESS THAN CTS-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CONTESTACAO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7915-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7916-GRAVAR-ARQ-CONTESTACAO     SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONTESTACAO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONTESTACAO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7916-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7917-REGRAVAR-ARQ-CONTESTACAO   SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONTESTACAO
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONTESTACAO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7917-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7918-CONTAR-CONTEST-PEND        SECTION.
      *----------------------------------------------------------------*
      * Conta as contestacoes abertas ou em analise do vendedor
      * W-CTS-VEND-BUSCA na competencia W-CTS-COMP-BUSCA; arquivo
      * inexistente = nenhuma. Abre e fecha o arquivo.
           MOVE ZEROS                  TO W-CTS-QTDE-PEND

           OPEN INPUT ARQ-CONTESTACAO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 7918-99-FIM
           END-IF

           INITIALIZE CTS-CHAVE
           MOVE W-CTS-VEND-BUSCA       TO CTS-VEND-CODIGO
           MOVE W-CTS-COMP-BUSCA       TO CTS-COMPETENCIA
           START ARQ-CONTESTACAO KEY IS NOT LESS CTS-CHAVE
           IF  FS-OK
               READ ARQ-CONTESTACAO NEXT
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CTS-VEND-CODIGO NOT EQUAL W-CTS-VEND-BUSCA
                      OR CTS-COMPETENCIA NOT EQUAL W-CTS-COMP-BUSCA
               IF  CTS-PENDENTE
                   ADD 1               TO W-CTS-QTDE-PEND
               END-IF
               READ ARQ-CONTESTACAO NEXT
           END-PERFORM

           CLOSE ARQ-CONTESTACAO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7918-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7919-FECHAR-ARQ-CONTESTACAO     SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONTESTACAO.

      *----------------------------------------------------------------*
       7919-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
