      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas totais de controle do ERP e
      *                  conciliacao por competencia
      *================================================================*
      *----------------------------------------------------------------*
       7112-ABRIR-ARQ-CTL-ERP          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CTL-ERP

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CTL-ERP
                   CLOSE ARQ-CTL-ERP
                   OPEN I-O ARQ-CTL-ERP
               ELSE
                   STRING "Erro ao abrir ARQ-CTL-ERP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7112-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7113-ABRIR-INPUT-ARQ-CTL-ERP    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CTL-ERP
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CTL-ERP nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CTL-ERP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7113-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7114-LER-ARQ-CTL-ERP-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CTL-ERP KEY IS CTLE-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7114-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7115-LER-PROX-ARQ-CTL-ERP       SECTION.
      *----------------------------------------------------------------*
           READ ARQ-CTL-ERP NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CTL-ERP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7115-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7116-START-ARQ-CTL-ERP-ASC      SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CTL-ERP KEY IS NOT LESS THAN CTLE-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CTL-ERP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7116-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7117-GRAVAR-ARQ-CTL-ERP         SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CTL-ERP
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CTL-ERP. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7117-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7118-REGRAVAR-ARQ-CTL-ERP       SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CTL-ERP
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CTL-ERP. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7118-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7119-FECHAR-ARQ-CTL-ERP         SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CTL-ERP.

      *----------------------------------------------------------------*
       7119-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7121-ABRIR-ARQ-CONC-ERP         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONC-ERP

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONC-ERP
                   CLOSE ARQ-CONC-ERP
                   OPEN I-O ARQ-CONC-ERP
               ELSE
                   STRING "Erro ao abrir ARQ-CONC-ERP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7121-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7123-LER-ARQ-CONC-ERP-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONC-ERP KEY IS CONC-COMPETENCIA
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7123-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7124-GRAVAR-ARQ-CONC-ERP        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONC-ERP
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONC-ERP. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7124-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7125-REGRAVAR-ARQ-CONC-ERP      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONC-ERP
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONC-ERP. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7125-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7126-VERIFICAR-BLOQUEIO-CONC    SECTION.
      *----------------------------------------------------------------*
      * Consulta sem aviso: arquivo ausente ou competencia nunca
      * conciliada nao bloqueia. Recebe CONC-COMPETENCIA preenchida.
           MOVE "N"                    TO W-CONC-E-BLOQUEADA
           OPEN INPUT ARQ-CONC-ERP
           IF  FS-OK
               PERFORM 7123-LER-ARQ-CONC-ERP-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S" AND
                   CONC-BLOQUEADA
                   MOVE "S"            TO W-CONC-E-BLOQUEADA
               END-IF
               CLOSE ARQ-CONC-ERP
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7126-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7129-FECHAR-ARQ-CONC-ERP        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONC-ERP.

      *----------------------------------------------------------------*
       7129-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
