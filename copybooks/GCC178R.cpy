      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas cadastro de concorrentes
      *================================================================*
      *----------------------------------------------------------------*
       7400-ABRIR-ARQ-CONCORRENTE      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONCORRENTE

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONCORRENTE
                   CLOSE ARQ-CONCORRENTE
                   OPEN I-O ARQ-CONCORRENTE
               ELSE
                   STRING "Erro ao abrir ARQ-CONCORRENTE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7401-ABRIR-INPUT-ARQ-CONCORRENTE SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONCORRENTE
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CONCORRENTE nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CONCORRENTE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7401-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7402-LER-ARQ-CONCORRENTE-CHAVE  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONCORRENTE KEY IS CCOR-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7402-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7403-LER-PROX-ARQ-CONCORRENTE   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONCORRENTE NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CONCORRENTE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7403-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7404-START-ARQ-CONCORRENTE-ASC  SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CONCORRENTE KEY IS NOT LESS THAN CCOR-CODIGO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CONCORRENTE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7404-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7405-GRAVAR-ARQ-CONCORRENTE     SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONCORRENTE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONCORRENTE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7405-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7406-REGRAVAR-ARQ-CONCORRENTE   SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONCORRENTE
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONCORRENTE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7406-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7407-EXCLUIR-ARQ-CONCORRENTE    SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-CONCORRENTE RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-CONCORRENTE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7407-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7408-VALIDAR-CONCORRENTE        SECTION.
      *----------------------------------------------------------------*
      * Valida W-CCOR-PROCURADO contra o cadastro de concorrentes: o
      * concorrente precisa existir e estar ativo. Devolve o nome em
      * W-CCOR-NOME-ACHADO.
           MOVE "N"                    TO W-CCOR-VALIDO
           MOVE SPACES                 TO W-CCOR-NOME-ACHADO

           OPEN INPUT ARQ-CONCORRENTE
           IF  FS-OK
               MOVE W-CCOR-PROCURADO   TO CCOR-CODIGO
               READ ARQ-CONCORRENTE KEY IS CCOR-CODIGO
                    NOT INVALID KEY
                        MOVE CCOR-NOME TO W-CCOR-NOME-ACHADO
                        IF  CCOR-ATIVO
                            MOVE "S"   TO W-CCOR-VALIDO
                        END-IF
               END-READ
               PERFORM 7409-FECHAR-ARQ-CONCORRENTE
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7408-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7409-FECHAR-ARQ-CONCORRENTE     SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONCORRENTE.

      *----------------------------------------------------------------*
       7409-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
