      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo de contatos invalidos
      *================================================================*
      *----------------------------------------------------------------*
       7511-ABRIR-ARQ-CONTATO-INV      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONTATO-INV

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONTATO-INV
                   CLOSE ARQ-CONTATO-INV
                   OPEN I-O ARQ-CONTATO-INV
               ELSE
                   STRING "Erro ao abrir ARQ-CONTATO-INV. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7511-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7512-ABRIR-INPUT-ARQ-CONTINV    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONTATO-INV
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CONTATO-INV nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CONTATO-INV. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7512-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7513-LER-ARQ-CONTATO-INV-CHAVE  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTATO-INV KEY IS CINV-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7513-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7514-LER-PROX-ARQ-CONTATO-INV   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTATO-INV NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CONTATO-INV. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7514-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7515-START-ARQ-CONTATO-INV-ASC  SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CONTATO-INV KEY IS NOT LESS THAN CINV-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CONTATO-INV. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7515-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7516-GRAVAR-ARQ-CONTATO-INV     SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONTATO-INV
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONTATO-INV. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7516-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7517-REGRAVAR-ARQ-CONTATO-INV   SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONTATO-INV
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONTATO-INV. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7517-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7519-FECHAR-ARQ-CONTATO-INV     SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONTATO-INV.

      *----------------------------------------------------------------*
       7519-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
