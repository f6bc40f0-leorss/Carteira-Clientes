      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas historico de equipe do vendedor
      *================================================================*
      *----------------------------------------------------------------*
       7920-OBTER-EQUIPE-NA-DATA       SECTION.
      *----------------------------------------------------------------*
      * Equipe do vendedor W-HEQ-VEND em vigor na data W-HEQ-DATA-REF:
      * periodo com inicio ate a data e fim posterior a ela (ou
      * vigente). Encontrado, devolve supervisor, territorio e
      * regional em W-HEQ-SUPERV/TERRIT/REGIONAL e marca W-HEQ-ACHADA;
      * sem historico os valores informados (os atuais do cadastro)
      * sao mantidos. Abre e fecha o arquivo.
           MOVE "N"                    TO W-HEQ-ACHOU

           OPEN INPUT ARQ-HIST-EQUIPE
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 7920-99-FIM
           END-IF

           INITIALIZE HEQ-CHAVE
           MOVE W-HEQ-VEND             TO HEQ-VEND-CODIGO
           START ARQ-HIST-EQUIPE KEY IS NOT LESS HEQ-CHAVE
           IF  FS-OK
               READ ARQ-HIST-EQUIPE NEXT
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR HEQ-VEND-CODIGO NOT EQUAL W-HEQ-VEND
                      OR HEQ-DATA-INICIO GREATER W-HEQ-DATA-REF
               IF  HEQ-DATA-FIM        EQUAL ZEROS OR
                   HEQ-DATA-FIM        GREATER W-HEQ-DATA-REF
                   MOVE HEQ-SUPERVISOR TO W-HEQ-SUPERV
                   MOVE HEQ-TERRITORIO TO W-HEQ-TERRIT
                   MOVE HEQ-REGIONAL   TO W-HEQ-REGIONAL
                   MOVE "S"            TO W-HEQ-ACHOU
               END-IF
               READ ARQ-HIST-EQUIPE NEXT
           END-PERFORM

           CLOSE ARQ-HIST-EQUIPE
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7921-ABRIR-ARQ-HIST-EQUIPE      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-HIST-EQUIPE

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-HIST-EQUIPE
                   CLOSE ARQ-HIST-EQUIPE
                   OPEN I-O ARQ-HIST-EQUIPE
               ELSE
                   STRING "Erro ao abrir ARQ-HIST-EQUIPE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7921-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7922-ABRIR-INPUT-HIST-EQUIPE    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-HIST-EQUIPE
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-HIST-EQUIPE nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-HIST-EQUIPE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7922-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7923-LER-ARQ-HIST-EQUIPE-CHAVE  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-HIST-EQUIPE KEY IS HEQ-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7923-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7924-LER-PROX-ARQ-HIST-EQUIPE   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-HIST-EQUIPE NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-HIST-EQUIPE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7924-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7925-START-ARQ-HIST-EQUIPE      SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-HIST-EQUIPE KEY IS NOT LESS THAN HEQ-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-HIST-EQUIPE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7925-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7926-GRAVAR-ARQ-HIST-EQUIPE     SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-HIST-EQUIPE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-HIST-EQUIPE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7926-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7927-REGRAVAR-ARQ-HIST-EQUIPE   SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-HIST-EQUIPE
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-HIST-EQUIPE. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7927-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7928-REGISTRAR-EQUIPE           SECTION.
      *----------------------------------------------------------------*
      * Registra a equipe W-HEQ-SUPERV/TERRIT/REGIONAL do vendedor
      * W-HEQ-VEND a partir de W-HEQ-DATA-REF. Igual ao periodo
      * vigente, nada muda; diferente, o vigente e encerrado na data
      * e um novo periodo e aberto (troca no mesmo dia do inicio do
      * vigente apenas o corrige). Vendedor ainda sem historico tem
      * o periodo anterior reconstituido desde W-HEQ-DATA-CADASTRO com
      * a equipe W-HEQ-...-ANT. Abre e fecha o arquivo.
           PERFORM 7921-ABRIR-ARQ-HIST-EQUIPE
           IF  NOT FS-OK
               GO TO 7928-99-FIM
           END-IF

      * Localiza o periodo vigente do vendedor.
           MOVE SPACES                 TO W-HEQ-CHAVE-VIGENTE
           INITIALIZE HEQ-CHAVE
           MOVE W-HEQ-VEND             TO HEQ-VEND-CODIGO
           START ARQ-HIST-EQUIPE KEY IS NOT LESS HEQ-CHAVE
           IF  FS-OK
               READ ARQ-HIST-EQUIPE NEXT
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR HEQ-VEND-CODIGO NOT EQUAL W-HEQ-VEND
               IF  HEQ-DATA-FIM        EQUAL ZEROS
                   MOVE HEQ-CHAVE      TO W-HEQ-CHAVE-VIGENTE
               END-IF
               READ ARQ-HIST-EQUIPE NEXT
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-HEQ-CHAVE-VIGENTE     EQUAL SPACES
               MOVE W-HEQ-DATA-REF     TO W-HEQ-INICIO-NOVO
               IF  W-HEQ-DATA-CADASTRO LESS W-HEQ-DATA-REF AND
                  (W-HEQ-SUPERV-ANT    NOT EQUAL W-HEQ-SUPERV OR
                   W-HEQ-TERRIT-ANT    NOT EQUAL W-HEQ-TERRIT OR
                   W-HEQ-REGIONAL-ANT  NOT EQUAL W-HEQ-REGIONAL)
                   INITIALIZE REG-ARQ-HIST-EQUIPE
                   MOVE W-HEQ-VEND     TO HEQ-VEND-CODIGO
                   MOVE W-HEQ-DATA-CADASTRO
                                       TO HEQ-DATA-INICIO
                   MOVE W-HEQ-DATA-REF TO HEQ-DATA-FIM
                   MOVE W-HEQ-SUPERV-ANT
                                       TO HEQ-SUPERVISOR
                   MOVE W-HEQ-TERRIT-ANT
                                       TO HEQ-TERRITORIO
                   MOVE W-HEQ-REGIONAL-ANT
                                       TO HEQ-REGIONAL
                   MOVE "INICIAL"      TO HEQ-ORIGEM
                   MOVE W-OPERADOR     TO HEQ-OPERADOR
                   ACCEPT HEQ-DATA-REGISTRO FROM DATE YYYYMMDD
                   PERFORM 7926-GRAVAR-ARQ-HIST-EQUIPE
               ELSE
                   IF  W-HEQ-DATA-CADASTRO GREATER ZEROS AND
                       W-HEQ-DATA-CADASTRO LESS W-HEQ-DATA-REF
                       MOVE W-HEQ-DATA-CADASTRO
                                       TO W-HEQ-INICIO-NOVO
                   END-IF
               END-IF
               INITIALIZE REG-ARQ-HIST-EQUIPE
               MOVE W-HEQ-VEND         TO HEQ-VEND-CODIGO
               MOVE W-HEQ-INICIO-NOVO  TO HEQ-DATA-INICIO
               MOVE W-HEQ-SUPERV       TO HEQ-SUPERVISOR
               MOVE W-HEQ-TERRIT       TO HEQ-TERRITORIO
               MOVE W-HEQ-REGIONAL     TO HEQ-REGIONAL
               MOVE W-HEQ-ORIGEM       TO HEQ-ORIGEM
               MOVE W-OPERADOR         TO HEQ-OPERADOR
               ACCEPT HEQ-DATA-REGISTRO FROM DATE YYYYMMDD
               PERFORM 7926-GRAVAR-ARQ-HIST-EQUIPE
               GO TO 7928-90-FECHAR
           END-IF

           MOVE W-HEQ-CHAVE-VIGENTE    TO HEQ-CHAVE
           PERFORM 7923-LER-ARQ-HIST-EQUIPE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N" OR
              (HEQ-SUPERVISOR          EQUAL W-HEQ-SUPERV AND
               HEQ-TERRITORIO          EQUAL W-HEQ-TERRIT AND
               HEQ-REGIONAL            EQUAL W-HEQ-REGIONAL)
               GO TO 7928-90-FECHAR
           END-IF

           IF  HEQ-DATA-INICIO         NOT LESS W-HEQ-DATA-REF
               MOVE W-HEQ-SUPERV       TO HEQ-SUPERVISOR
               MOVE W-HEQ-TERRIT       TO HEQ-TERRITORIO
               MOVE W-HEQ-REGIONAL     TO HEQ-REGIONAL
               MOVE W-HEQ-ORIGEM       TO HEQ-ORIGEM
               MOVE W-OPERADOR         TO HEQ-OPERADOR
               ACCEPT HEQ-DATA-REGISTRO FROM DATE YYYYMMDD
               PERFORM 7927-REGRAVAR-ARQ-HIST-EQUIPE
               GO TO 7928-90-FECHAR
           END-IF

           MOVE W-HEQ-DATA-REF         TO HEQ-DATA-FIM
           PERFORM 7927-REGRAVAR-ARQ-HIST-EQUIPE
           INITIALIZE REG-ARQ-HIST-EQUIPE
           MOVE W-HEQ-VEND             TO HEQ-VEND-CODIGO
           MOVE W-HEQ-DATA-REF         TO HEQ-DATA-INICIO
           MOVE W-HEQ-SUPERV           TO HEQ-SUPERVISOR
           MOVE W-HEQ-TERRIT           TO HEQ-TERRITORIO
           MOVE W-HEQ-REGIONAL         TO HEQ-REGIONAL
           MOVE W-HEQ-ORIGEM           TO HEQ-ORIGEM
           MOVE W-OPERADOR             TO HEQ-OPERADOR
           ACCEPT HEQ-DATA-REGISTRO    FROM DATE YYYYMMDD
           PERFORM 7926-GRAVAR-ARQ-HIST-EQUIPE.

       7928-90-FECHAR.
           PERFORM 7929-FECHAR-ARQ-HIST-EQUIPE.

      *----------------------------------------------------------------*
       7928-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7929-FECHAR-ARQ-HIST-EQUIPE     SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-HIST-EQUIPE.

      *----------------------------------------------------------------*
       7929-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
