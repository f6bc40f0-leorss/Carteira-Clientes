      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas matriz de distancias rodoviarias
      *================================================================*
      *----------------------------------------------------------------*
       7730-ABRIR-ARQ-DIST-ROD         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-DIST-ROD

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-DIST-ROD
                   CLOSE ARQ-DIST-ROD
                   OPEN I-O ARQ-DIST-ROD
               ELSE
                   STRING "Erro ao abrir ARQ-DIST-ROD. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7730-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7731-ABRIR-INPUT-ARQ-DIST-ROD   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-DIST-ROD
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-DIST-ROD nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-DIST-ROD. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7731-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7732-LER-ARQ-DIST-ROD-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DIST-ROD KEY IS DROD-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7732-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7733-LER-PROX-ARQ-DIST-ROD      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DIST-ROD NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-DIST-ROD. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7733-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7735-GRAVAR-ARQ-DIST-ROD        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-DIST-ROD
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-DIST-ROD. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7735-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7736-REGRAVAR-ARQ-DIST-ROD      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-DIST-ROD
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-DIST-ROD. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7736-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7737-PREPARAR-DIST-ROD          SECTION.
      *----------------------------------------------------------------*
      * Abre a matriz rodoviaria para consulta durante a execucao.
      * Arquivo opcional: ausente, W-DRD-DISPONIVEL fica "N" e os
      * calculos seguem pela formula de grande circulo, sem aviso.
           MOVE "N"                    TO W-DRD-DISPONIVEL
           MOVE ZEROS                  TO W-DRD-QTDE-RODOVIA
                                          W-DRD-QTDE-FORMULA
           OPEN INPUT ARQ-DIST-ROD
           IF  FS-OK
               MOVE "S"                TO W-DRD-DISPONIVEL
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7737-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7738-OBTER-DIST-ROD             SECTION.
      *----------------------------------------------------------------*
      * Procura a distancia rodoviaria do par informado: primeiro o
      * par vendedor x cliente (W-DRD-VEND/W-DRD-CLIE), depois o par
      * de CEPs nos dois sentidos. Achando, devolve W-DRD-ACHOU = "S"
      * com os metros e minutos; senao o chamador usa a formula. O
      * status de arquivo e W-REG-ENCONTRADO do chamador sao
      * preservados, pois a consulta roda dentro de leituras
      * sequenciais de outros arquivos.
           MOVE "N"                    TO W-DRD-ACHOU
           MOVE ZEROS                  TO W-DRD-METROS
                                          W-DRD-MINUTOS
           IF  W-DRD-DISPONIVEL        NOT EQUAL "S"
               GO TO 7738-99-FIM
           END-IF
           MOVE WS-RESULTADO-ACESSO    TO W-DRD-FS-SALVO

           IF  W-DRD-VEND              GREATER ZEROS AND
               W-DRD-CLIE              GREATER ZEROS
               MOVE "V"                TO DROD-TIPO
               MOVE W-DRD-VEND         TO DROD-ORIGEM
               MOVE W-DRD-CLIE         TO DROD-DESTINO
               PERFORM 7734-LER-PAR-DIST-ROD
           END-IF

           IF  W-DRD-ACHOU             EQUAL "N" AND
               W-DRD-CEP-ORIGEM        GREATER ZEROS AND
               W-DRD-CEP-DESTINO       GREATER ZEROS
               MOVE "C"                TO DROD-TIPO
               MOVE W-DRD-CEP-ORIGEM   TO DROD-ORIGEM
               MOVE W-DRD-CEP-DESTINO  TO DROD-DESTINO
               PERFORM 7734-LER-PAR-DIST-ROD
               IF  W-DRD-ACHOU         EQUAL "N"
                   MOVE W-DRD-CEP-DESTINO
                                       TO DROD-ORIGEM
                   MOVE W-DRD-CEP-ORIGEM
                                       TO DROD-DESTINO
                   PERFORM 7734-LER-PAR-DIST-ROD
               END-IF
           END-IF

           IF  W-DRD-ACHOU             EQUAL "S"
               MOVE DROD-DISTANCIA     TO W-DRD-METROS
               MOVE DROD-TEMPO         TO W-DRD-MINUTOS
               ADD 1                   TO W-DRD-QTDE-RODOVIA
           ELSE
               ADD 1                   TO W-DRD-QTDE-FORMULA
           END-IF
           MOVE W-DRD-FS-SALVO         TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7738-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7734-LER-PAR-DIST-ROD           SECTION.
      *----------------------------------------------------------------*
      * Leitura da chave montada em DROD-CHAVE para 7738.
           READ ARQ-DIST-ROD KEY IS DROD-CHAVE
                    INVALID KEY MOVE "N" TO W-DRD-ACHOU
                NOT INVALID KEY MOVE "S" TO W-DRD-ACHOU
           END-READ.

      *----------------------------------------------------------------*
       7734-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7739-FECHAR-ARQ-DIST-ROD        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-DIST-ROD.

      *----------------------------------------------------------------*
       7739-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
