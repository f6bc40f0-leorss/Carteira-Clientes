      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas cadastro de redes de clientes
      *================================================================*
      *----------------------------------------------------------------*
       7640-ABRIR-ARQ-REDE             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-REDE

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-REDE
                   CLOSE ARQ-REDE
                   OPEN I-O ARQ-REDE
               ELSE
                   STRING "Erro ao abrir ARQ-REDE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7640-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7641-ABRIR-INPUT-ARQ-REDE       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-REDE
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-REDE nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-REDE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7641-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7642-LER-ARQ-REDE-CHAVE         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-REDE KEY IS REDE-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7642-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7643-LER-PROX-ARQ-REDE          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-REDE NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-REDE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7643-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7644-START-ARQ-REDE-ASC         SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-REDE KEY IS NOT LESS THAN REDE-CODIGO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-REDE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7644-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7645-GRAVAR-ARQ-REDE            SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-REDE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-REDE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7645-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7646-REGRAVAR-ARQ-REDE          SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-REDE
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-REDE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7646-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7647-EXCLUIR-ARQ-REDE           SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-REDE RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-REDE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7647-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7648-VALIDAR-REDE               SECTION.
      *----------------------------------------------------------------*
      * Valida W-REDE-PROCURADA contra o cadastro de redes. Codigo
      * zerado (cliente fora de rede) e aceito; informado, a rede
      * precisa existir e estar ativa. Devolve o nome da rede em
      * W-REDE-NOME-ACHADO.
           MOVE "S"                    TO W-REDE-VALIDA
           MOVE SPACES                 TO W-REDE-NOME-ACHADO

           IF  W-REDE-PROCURADA        GREATER ZEROS
               MOVE "N"                TO W-REDE-VALIDA
               OPEN INPUT ARQ-REDE
               IF  FS-OK
                   MOVE W-REDE-PROCURADA
                                       TO REDE-CODIGO
                   READ ARQ-REDE KEY IS REDE-CODIGO
                        NOT INVALID KEY
                            MOVE REDE-NOME
                                       TO W-REDE-NOME-ACHADO
                            IF  REDE-ATIVA
                                MOVE "S" TO W-REDE-VALIDA
                            END-IF
                   END-READ
                   PERFORM 7649-FECHAR-ARQ-REDE
               END-IF
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF.

      *----------------------------------------------------------------*
       7648-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7649-FECHAR-ARQ-REDE            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-REDE.

      *----------------------------------------------------------------*
       7649-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
