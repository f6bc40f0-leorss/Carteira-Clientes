      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas concursos de incentivo
      *================================================================*
      *----------------------------------------------------------------*
       7570-ABRIR-ARQ-CONCURSO         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONCURSO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONCURSO
                   CLOSE ARQ-CONCURSO
                   OPEN I-O ARQ-CONCURSO
               ELSE
                   STRING "Erro ao abrir ARQ-CONCURSO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7570-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7571-ABRIR-INPUT-CONCURSO       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONCURSO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CONCURSO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CONCURSO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7571-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7573-LER-ARQ-CONCURSO-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONCURSO KEY IS CONC-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7573-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7574-LER-PROX-ARQ-CONCURSO      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONCURSO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CONCURSO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7574-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7575-START-ARQ-CONCURSO         SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CONCURSO KEY IS NOT LESS THAN CONC-CODIGO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CONCURSO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7575-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7576-GRAVAR-ARQ-CONCURSO        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONCURSO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONCURSO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7576-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7577-REGRAVAR-ARQ-CONCURSO      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONCURSO
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONCURSO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7577-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7579-FECHAR-ARQ-CONCURSO        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONCURSO.

      *----------------------------------------------------------------*
       7579-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
