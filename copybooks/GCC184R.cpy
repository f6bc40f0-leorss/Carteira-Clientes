      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas cadastro de amostras e brindes
      *================================================================*
      *----------------------------------------------------------------*
       7440-ABRIR-ARQ-MATERIAL         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-MATERIAL

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-MATERIAL
                   CLOSE ARQ-MATERIAL
                   OPEN I-O ARQ-MATERIAL
               ELSE
                   STRING "Erro ao abrir ARQ-MATERIAL. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7440-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7441-ABRIR-INPUT-ARQ-MATERIAL   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-MATERIAL
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-MATERIAL nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-MATERIAL. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7441-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7442-LER-ARQ-MATERIAL-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-MATERIAL KEY IS MAT-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7442-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7443-LER-PROX-ARQ-MATERIAL      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-MATERIAL NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-MATERIAL. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7443-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7444-START-ARQ-MATERIAL-ASC     SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-MATERIAL KEY IS NOT LESS THAN MAT-CODIGO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-MATERIAL. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7444-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7445-GRAVAR-ARQ-MATERIAL        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-MATERIAL
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-MATERIAL. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7445-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7446-REGRAVAR-ARQ-MATERIAL      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-MATERIAL
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-MATERIAL. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7446-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7447-EXCLUIR-ARQ-MATERIAL       SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-MATERIAL RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-MATERIAL. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7447-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7448-VALIDAR-MATERIAL           SECTION.
      *----------------------------------------------------------------*
      * Valida W-MAT-PROCURADO contra o cadastro de amostras e
      * brindes: o material precisa existir e estar ativo. Devolve a
      * descricao e a unidade mesmo do material inativo.
           MOVE "N"                    TO W-MAT-VALIDO
           MOVE SPACES                 TO W-MAT-DESC-ACHADA
                                          W-MAT-UNID-ACHADA

           OPEN INPUT ARQ-MATERIAL
           IF  FS-OK
               MOVE W-MAT-PROCURADO    TO MAT-CODIGO
               READ ARQ-MATERIAL KEY IS MAT-CODIGO
                    NOT INVALID KEY
                        MOVE MAT-DESCRICAO
                                       TO W-MAT-DESC-ACHADA
                        MOVE MAT-UNIDADE
                                       TO W-MAT-UNID-ACHADA
                        IF  MAT-ATIVO
                            MOVE "S"   TO W-MAT-VALIDO
                        END-IF
               END-READ
               PERFORM 7449-FECHAR-ARQ-MATERIAL
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7448-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7449-FECHAR-ARQ-MATERIAL        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-MATERIAL.

      *----------------------------------------------------------------*
       7449-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
