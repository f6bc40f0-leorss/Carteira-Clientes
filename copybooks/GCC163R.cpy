      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas base comissionada por vendedor e
      *                  competencia
      *================================================================*
      *----------------------------------------------------------------*
       7880-ABRIR-ARQ-COMIS-BASE       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-COMIS-BASE

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-COMIS-BASE
                   CLOSE ARQ-COMIS-BASE
                   OPEN I-O ARQ-COMIS-BASE
               ELSE
                   STRING "Erro ao abrir ARQ-COMIS-BASE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7880-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7881-ABRIR-INPUT-ARQ-COMIS-BASE SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-COMIS-BASE
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-COMIS-BASE nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-COMIS-BASE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7881-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7883-LER-ARQ-COMIS-BASE-CHAVE   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-COMIS-BASE KEY IS CBAS-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7883-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7884-LER-PROX-ARQ-COMIS-BASE    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-COMIS-BASE NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-COMIS-BASE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7884-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7885-START-ARQ-COMIS-BASE       SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-COMIS-BASE KEY IS NOT LESS THAN CBAS-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-COMIS-BASE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7885-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7886-GRAVAR-ARQ-COMIS-BASE      SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-COMIS-BASE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-COMIS-BASE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7886-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7887-REGRAVAR-ARQ-COMIS-BASE    SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-COMIS-BASE
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-COMIS-BASE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7887-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7889-FECHAR-ARQ-COMIS-BASE      SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-COMIS-BASE.

      *----------------------------------------------------------------*
       7889-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
