      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas registro de contato remoto
      *================================================================*
      *----------------------------------------------------------------*
       7461-ABRIR-ARQ-CONTATO-REM      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONTATO-REM

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONTATO-REM
                   CLOSE ARQ-CONTATO-REM
                   OPEN I-O ARQ-CONTATO-REM
               ELSE
                   STRING "Erro ao abrir ARQ-CONTATO-REM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7461-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7462-ABRIR-INPUT-ARQ-CONTREM    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONTATO-REM
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CONTATO-REM nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CONTATO-REM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7462-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7463-LER-ARQ-CONTATO-REM-CHAVE  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTATO-REM KEY IS CRM-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7463-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7464-LER-PROX-ARQ-CONTATO-REM   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTATO-REM NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CONTATO-REM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7464-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7465-START-ARQ-CONTATO-REM-ASC  SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CONTATO-REM KEY IS NOT LESS THAN CRM-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CONTATO-REM. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7465-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7466-GRAVAR-ARQ-CONTATO-REM     SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONTATO-REM
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONTATO-REM. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7466-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7467-REGRAVAR-ARQ-CONTATO-REM   SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONTATO-REM
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONTATO-REM. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7467-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7468-EXCLUIR-ARQ-CONTATO-REM    SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-CONTATO-REM RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-CONTATO-REM. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7468-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7469-CRITICAR-CONTATO-REM       SECTION.
      *----------------------------------------------------------------*
      * Critica comum a digitacao e a importacao do contato remoto em
      * REG-ARQ-CONTATO-REM: data valida, canal (T/V/W) e resultado
      * (E/S). Devolve W-CRM-MOTIVO (branco = aceito); vendedor e
      * cliente sao conferidos por quem chama.
           MOVE SPACES                 TO W-CRM-MOTIVO
           MOVE CRM-DATA               TO W-CRM-DATA-CRITICA

           IF  W-CRM-DC-ANO            LESS 2000
           OR  W-CRM-DC-MES            LESS 1
           OR  W-CRM-DC-MES            GREATER 12
           OR  W-CRM-DC-DIA            LESS 1
           OR  W-CRM-DC-DIA            GREATER 31
               MOVE "DATA INVALIDA"    TO W-CRM-MOTIVO
               GO TO 7469-99-FIM
           END-IF

           IF  NOT CRM-CANAL-VALIDO
               MOVE "CANAL INVALIDO"   TO W-CRM-MOTIVO
               GO TO 7469-99-FIM
           END-IF

           IF  NOT CRM-RESULTADO-VALIDO
               MOVE "RESULTADO INVALIDO"
                                       TO W-CRM-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       7469-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7470-FECHAR-ARQ-CONTATO-REM     SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONTATO-REM.

      *----------------------------------------------------------------*
       7470-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
