      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo de oportunidades
      *================================================================*
      *----------------------------------------------------------------*
       7710-ABRIR-ARQ-OPORTUNIDADE     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-OPORTUNIDADE

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-OPORTUNIDADE
                   CLOSE ARQ-OPORTUNIDADE
                   OPEN I-O ARQ-OPORTUNIDADE
               ELSE
                   STRING "Erro ao abrir ARQ-OPORTUNIDADE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7711-ABRIR-INPUT-ARQ-OPORT      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-OPORTUNIDADE
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-OPORTUNIDADE nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-OPORTUNIDADE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7711-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7712-LER-ARQ-OPORT-CHAVE        SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-OPORTUNIDADE KEY IS OPOR-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7712-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7713-LER-PROX-ARQ-OPORT         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-OPORTUNIDADE NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-OPORTUNIDADE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7713-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7714-START-ARQ-OPORT-ASC        SECTION.
      *----------------------------------------------------------------*
      * Com a sequencia zerada, o READ NEXT seguinte traz a primeira
      * oportunidade do cliente.
           START ARQ-OPORTUNIDADE KEY IS NOT LESS THAN OPOR-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-OPORTUNIDADE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7714-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7715-GRAVAR-ARQ-OPORT           SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-OPORTUNIDADE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-OPORTUNIDADE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7715-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7716-REGRAVAR-ARQ-OPORT         SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-OPORTUNIDADE
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-OPORTUNIDADE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7716-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7717-EXCLUIR-ARQ-OPORT          SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-OPORTUNIDADE RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-OPORTUNIDADE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7717-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7719-FECHAR-ARQ-OPORT           SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-OPORTUNIDADE.

      *----------------------------------------------------------------*
       7719-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
