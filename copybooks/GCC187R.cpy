      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas diario de odometro do veiculo
      *================================================================*
      *----------------------------------------------------------------*
       7990-ABRIR-ARQ-ODOMETRO         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-ODOMETRO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-ODOMETRO
                   CLOSE ARQ-ODOMETRO
                   OPEN I-O ARQ-ODOMETRO
               ELSE
                   STRING "Erro ao abrir ARQ-ODOMETRO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7991-ABRIR-INPUT-ARQ-ODOMETRO   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-ODOMETRO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-ODOMETRO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-ODOMETRO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7991-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7992-LER-ARQ-ODOMETRO-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ODOMETRO KEY IS ODO-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7992-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7993-LER-PROX-ARQ-ODOMETRO      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ODOMETRO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-ODOMETRO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7993-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7994-START-ARQ-ODOMETRO-ASC     SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-ODOMETRO KEY IS NOT LESS THAN ODO-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-ODOMETRO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7994-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7995-GRAVAR-ARQ-ODOMETRO        SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-ODOMETRO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-ODOMETRO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7995-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7996-REGRAVAR-ARQ-ODOMETRO      SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-ODOMETRO
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-ODOMETRO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7996-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7997-EXCLUIR-ARQ-ODOMETRO       SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-ODOMETRO RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-ODOMETRO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7997-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7998-CRITICAR-ODOMETRO          SECTION.
      *----------------------------------------------------------------*
      * Critica comum a digitacao e a importacao do registro de
      * odometro em REG-ARQ-ODOMETRO: data valida, placa informada,
      * quilometragem final nao menor que a inicial e rodado do dia
      * dentro do limite. Devolve W-ODO-MOTIVO (branco = aceito) e
      * W-ODO-KM-RODADO.
           MOVE SPACES                 TO W-ODO-MOTIVO
           MOVE ZEROS                  TO W-ODO-KM-RODADO
           MOVE ODO-DATA               TO W-ODO-DATA-CRITICA

           IF  W-ODO-DC-ANO            LESS 2000
           OR  W-ODO-DC-MES            LESS 1
           OR  W-ODO-DC-MES            GREATER 12
           OR  W-ODO-DC-DIA            LESS 1
           OR  W-ODO-DC-DIA            GREATER 31
               MOVE "DATA INVALIDA"    TO W-ODO-MOTIVO
               GO TO 7998-99-FIM
           END-IF

           IF  ODO-PLACA               EQUAL SPACES
               MOVE "PLACA NAO INFORMADA"
                                       TO W-ODO-MOTIVO
               GO TO 7998-99-FIM
           END-IF

           IF  ODO-KM-FINAL            LESS ODO-KM-INICIAL
               MOVE "KM FINAL MENOR QUE O INICIAL"
                                       TO W-ODO-MOTIVO
               GO TO 7998-99-FIM
           END-IF

           COMPUTE W-ODO-KM-RODADO = ODO-KM-FINAL - ODO-KM-INICIAL
           IF  W-ODO-KM-RODADO         GREATER W-ODO-KM-LIMITE-DIA
               MOVE "KM RODADO ACIMA DO LIMITE DIARIO"
                                       TO W-ODO-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       7998-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7999-FECHAR-ARQ-ODOMETRO        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-ODOMETRO.

      *----------------------------------------------------------------*
       7999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
