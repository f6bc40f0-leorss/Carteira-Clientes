      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas distribuicao aguardando aprovacao -
      *                  apuracao do movimento, retencao, aplicacao
      *                  e descarte. A aplicacao grava o historico de
      *                  atribuicoes: o programa que inclui estas
      *                  rotinas declara o ARQ-HIST-ATRIB.
      *================================================================*
      *----------------------------------------------------------------*
       7842-VERIFICAR-DIST-PEND        SECTION.
      *----------------------------------------------------------------*
      * Procura o registro de controle de execucao retida. Arquivo
      * ausente, ou sem o controle (resultado ainda em andamento),
      * devolve W-DPEN-PENDENTE = "N".
           MOVE "N"                    TO W-DPEN-PENDENTE

           OPEN INPUT ARQ-DIST-PEND
           IF  FS-OK
               MOVE ZEROS              TO DPEN-CHAVE
               PERFORM 7855-LER-ARQ-DIST-PEND-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE "S"            TO W-DPEN-PENDENTE
                   MOVE DPEN-CTL-DATA  TO W-DPEN-DATA
                   MOVE DPEN-CTL-HORA  TO W-DPEN-HORA
                   MOVE DPEN-CTL-TOTAL-ATUAL
                                       TO W-DPEN-TOTAL-ATUAL
                   MOVE DPEN-CTL-MOVIDOS
                                       TO W-DPEN-MOVIDOS
                   MOVE DPEN-CTL-PCT   TO W-DPEN-PCT
                   MOVE DPEN-CTL-LIMITE-PCT
                                       TO W-DPEN-LIMITE-PCT
               END-IF
               PERFORM 7859-FECHAR-ARQ-DIST-PEND
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7842-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7843-APURAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*
      * Compara a distribuicao nova (arquivo pendente) com o ARQ-DIST
      * em vigor. Atribuicao em vigor que troca de vendedor ou some
      * conta como movida - o percentual e sobre o total em vigor;
      * cliente que so existe na nova conta como novo, sem pesar no
      * percentual. Monta tambem o resumo por vendedor.
           INITIALIZE W-TAB-DIST-PEND
           MOVE ZEROS                  TO W-DPEN-TOTAL-ATUAL
                                          W-DPEN-TOTAL-NOVO
                                          W-DPEN-MOVIDOS
                                          W-DPEN-NOVOS
                                          W-DPEN-PCT

           PERFORM 7853-ABRIR-INPUT-ARQ-DIST-PEND
           IF  NOT FS-OK
               GO TO 7843-99-FIM
           END-IF

      * Primeira passada: distribuicao nova contra a em vigor.
           MOVE "N"                    TO W-DPEN-ATUAL-ABERTO
           OPEN INPUT ARQ-DIST
           IF  FS-OK
               MOVE "S"                TO W-DPEN-ATUAL-ABERTO
           END-IF

           PERFORM 7856-LER-PROX-ARQ-DIST-PEND
           PERFORM UNTIL NOT FS-OK
               IF  DPEN-CHAVE          NOT EQUAL ZEROS
                   ADD 1               TO W-DPEN-TOTAL-NOVO
                   MOVE "N"            TO W-REG-ENCONTRADO
                   IF  W-DPEN-ATUAL-ABERTO EQUAL "S"
                       MOVE DPEN-CHAVE TO DIST-CHAVE
                       PERFORM 7652-LER-ARQ-DIST-CHAVE
                   END-IF
                   IF  W-REG-ENCONTRADO EQUAL "N"
                       ADD 1           TO W-DPEN-NOVOS
                       MOVE DPEN-VEND-CODIGO
                                       TO W-DPEN-VEND-BUSCA
                       MOVE DPEN-VEND-RAZAO-SOCIAL
                                       TO W-DPEN-RAZAO-BUSCA
                       PERFORM 7848-LOCALIZAR-VEND-DPEN
                       IF  W-SUB-DPEN  GREATER ZEROS
                           ADD 1       TO W-TDP-GANHA (W-SUB-DPEN)
                       END-IF
                   END-IF
               END-IF
               PERFORM 7856-LER-PROX-ARQ-DIST-PEND
           END-PERFORM

      * Segunda passada: distribuicao em vigor contra a nova.
           IF  W-DPEN-ATUAL-ABERTO     EQUAL "S"
               PERFORM 7690-FECHAR-ARQ-DIST
               OPEN INPUT ARQ-DIST
               PERFORM 7653-LER-PROX-ARQ-DIST
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-DPEN-TOTAL-ATUAL
                   MOVE DIST-VEND-CODIGO
                                       TO W-DPEN-VEND-BUSCA
                   MOVE DIST-VEND-RAZAO-SOCIAL
                                       TO W-DPEN-RAZAO-BUSCA
                   PERFORM 7848-LOCALIZAR-VEND-DPEN
                   IF  W-SUB-DPEN      GREATER ZEROS
                       ADD 1           TO W-TDP-ATUAL (W-SUB-DPEN)
                   END-IF
                   MOVE W-SUB-DPEN     TO W-IND-DPEN

                   MOVE DIST-CHAVE     TO DPEN-CHAVE
                   PERFORM 7855-LER-ARQ-DIST-PEND-CHAVE
                   IF  W-REG-ENCONTRADO EQUAL "N" OR
                       DPEN-VEND-CODIGO NOT EQUAL DIST-VEND-CODIGO
                       ADD 1           TO W-DPEN-MOVIDOS
                       IF  W-IND-DPEN  GREATER ZEROS
                           ADD 1       TO W-TDP-PERDE (W-IND-DPEN)
                       END-IF
                       IF  W-REG-ENCONTRADO EQUAL "S"
                           MOVE DPEN-VEND-CODIGO
                                       TO W-DPEN-VEND-BUSCA
                           MOVE DPEN-VEND-RAZAO-SOCIAL
                                       TO W-DPEN-RAZAO-BUSCA
                           PERFORM 7848-LOCALIZAR-VEND-DPEN
                           IF  W-SUB-DPEN GREATER ZEROS
                               ADD 1   TO W-TDP-GANHA (W-SUB-DPEN)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-PERFORM
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF
           PERFORM 7859-FECHAR-ARQ-DIST-PEND
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-DPEN-TOTAL-ATUAL      GREATER ZEROS
               COMPUTE W-DPEN-PCT ROUNDED =
                       W-DPEN-MOVIDOS * 100 / W-DPEN-TOTAL-ATUAL
           END-IF.

      *----------------------------------------------------------------*
       7843-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7844-RETER-DIST-PEND            SECTION.
      *----------------------------------------------------------------*
      * Marca a distribuicao pendente como retida gravando o registro
      * de controle com o resumo ja apurado em 7843.
           OPEN I-O ARQ-DIST-PEND
           IF  NOT FS-OK
               STRING "Erro ao abrir ARQ-DIST-PEND. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 7844-99-FIM
           END-IF

           ACCEPT W-DPEN-DATA          FROM DATE YYYYMMDD
           ACCEPT W-DPEN-HORA          FROM TIME
           MOVE SPACES                 TO REG-DPEN-CONTROLE
           MOVE ZEROS                  TO DPEN-CTL-CHAVE
           MOVE W-DPEN-DATA            TO DPEN-CTL-DATA
           MOVE W-DPEN-HORA            TO DPEN-CTL-HORA
           MOVE W-DPEN-TOTAL-ATUAL     TO DPEN-CTL-TOTAL-ATUAL
           MOVE W-DPEN-MOVIDOS         TO DPEN-CTL-MOVIDOS
           MOVE W-DPEN-PCT             TO DPEN-CTL-PCT
           MOVE W-DPEN-LIMITE-PCT      TO DPEN-CTL-LIMITE-PCT
           WRITE REG-DPEN-CONTROLE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-DIST-PEND. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               MOVE "S"                TO W-DPEN-PENDENTE
           END-IF
           PERFORM 7859-FECHAR-ARQ-DIST-PEND.

      *----------------------------------------------------------------*
       7844-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7846-APLICAR-DIST-PEND          SECTION.
      *----------------------------------------------------------------*
      * Aplica a distribuicao pendente: cada troca de vendedor contra
      * o ARQ-DIST em vigor vira evento no historico de atribuicoes,
      * o ARQ-DIST e regravado com o resultado novo e o pendente e
      * apagado. WID-ARQ-DIST precisa estar com o nome oficial.
           MOVE "N"                    TO W-DPEN-APLICADA
           MOVE ZEROS                  TO W-DPEN-EVENTOS

           PERFORM 7853-ABRIR-INPUT-ARQ-DIST-PEND
           IF  NOT FS-OK
               GO TO 7846-99-FIM
           END-IF

           MOVE "N"                    TO W-DPEN-ATUAL-ABERTO
           OPEN INPUT ARQ-DIST
           IF  FS-OK
               MOVE "S"                TO W-DPEN-ATUAL-ABERTO
           END-IF

           MOVE "N"                    TO W-DPEN-HIST-ABERTO
           OPEN EXTEND ARQ-HIST-ATRIB
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-HIST-ATRIB
               END-IF
           END-IF
           IF  FS-OK
               MOVE "S"                TO W-DPEN-HIST-ABERTO
           END-IF

           PERFORM 7856-LER-PROX-ARQ-DIST-PEND
           PERFORM UNTIL NOT FS-OK
               IF  DPEN-CHAVE          NOT EQUAL ZEROS
                   MOVE ZEROS          TO W-DPEN-VEND-ATUAL
                   IF  W-DPEN-ATUAL-ABERTO EQUAL "S"
                       MOVE DPEN-CHAVE TO DIST-CHAVE
                       PERFORM 7652-LER-ARQ-DIST-CHAVE
                       IF  W-REG-ENCONTRADO EQUAL "S"
                           MOVE DIST-VEND-CODIGO
                                       TO W-DPEN-VEND-ATUAL
                       END-IF
                   END-IF
                   IF  W-DPEN-VEND-ATUAL NOT EQUAL DPEN-VEND-CODIGO AND
                       W-DPEN-HIST-ABERTO EQUAL "S"
                       MOVE SPACES     TO REG-ARQ-HIST-ATRIB
                       ACCEPT HATR-DATA FROM DATE YYYYMMDD
                       MOVE DPEN-CLIE-CODIGO
                                       TO HATR-CLIE-CODIGO
                       MOVE W-DPEN-VEND-ATUAL
                                       TO HATR-VEND-ANTERIOR
                       MOVE DPEN-VEND-CODIGO
                                       TO HATR-VEND-NOVO
                       MOVE DPEN-DISTANCIA
                                       TO HATR-DISTANCIA-M
                       MOVE "DISTRIB"  TO HATR-ORIGEM
                       MOVE DPEN-LINHA TO HATR-LINHA
                       WRITE REG-ARQ-HIST-ATRIB
                       ADD 1           TO W-DPEN-EVENTOS
                   END-IF
               END-IF
               PERFORM 7856-LER-PROX-ARQ-DIST-PEND
           END-PERFORM

           IF  W-DPEN-HIST-ABERTO      EQUAL "S"
               CLOSE ARQ-HIST-ATRIB
           END-IF
           IF  W-DPEN-ATUAL-ABERTO     EQUAL "S"
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF
           PERFORM 7859-FECHAR-ARQ-DIST-PEND

      * Regrava o ARQ-DIST inteiro a partir do pendente (o retrato
      * anterior continua em ARQ-DIST-ANT).
           PERFORM 7853-ABRIR-INPUT-ARQ-DIST-PEND
           IF  NOT FS-OK
               GO TO 7846-99-FIM
           END-IF
           PERFORM 7610-ABRIR-ARQ-DIST
           IF  NOT FS-OK
               PERFORM 7859-FECHAR-ARQ-DIST-PEND
               GO TO 7846-99-FIM
           END-IF

           PERFORM 7856-LER-PROX-ARQ-DIST-PEND
           PERFORM UNTIL NOT FS-OK
               IF  DPEN-CHAVE          NOT EQUAL ZEROS
                   MOVE REG-ARQ-DIST-PEND
                                       TO REG-ARQ-DIST
                   PERFORM 7660-GRAVAR-ARQ-DIST
               END-IF
               PERFORM 7856-LER-PROX-ARQ-DIST-PEND
           END-PERFORM
           PERFORM 7690-FECHAR-ARQ-DIST
           PERFORM 7859-FECHAR-ARQ-DIST-PEND

           PERFORM 7847-DESCARTAR-DIST-PEND
           MOVE "S"                    TO W-DPEN-APLICADA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7846-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7847-DESCARTAR-DIST-PEND        SECTION.
      *----------------------------------------------------------------*
      * Apaga a distribuicao pendente; o ARQ-DIST fica como esta.
           CALL "CBL_DELETE_FILE"      USING WID-ARQ-DIST-PEND
               RETURNING W-DPEN-RC
           ON EXCEPTION
               CONTINUE
           END-CALL
           MOVE "N"                    TO W-DPEN-PENDENTE.

      *----------------------------------------------------------------*
       7847-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7848-LOCALIZAR-VEND-DPEN        SECTION.
      *----------------------------------------------------------------*
      * Devolve em W-SUB-DPEN a posicao de W-DPEN-VEND-BUSCA no resumo
      * por vendedor, incluindo-o se ainda nao estiver; tabela cheia
      * devolve zero.
           MOVE ZEROS                  TO W-SUB-DPEN
           PERFORM VARYING W-IND-DPEN FROM 1 BY 1
                   UNTIL W-IND-DPEN GREATER W-QTDE-DPEN-VEND
                      OR W-SUB-DPEN GREATER ZEROS
               IF  W-TDP-VEND (W-IND-DPEN) EQUAL W-DPEN-VEND-BUSCA
                   MOVE W-IND-DPEN     TO W-SUB-DPEN
               END-IF
           END-PERFORM

           IF  W-SUB-DPEN              EQUAL ZEROS
               IF  W-QTDE-DPEN-VEND    LESS 2000
                   ADD 1               TO W-QTDE-DPEN-VEND
                   MOVE W-QTDE-DPEN-VEND
                                       TO W-SUB-DPEN
                   MOVE W-DPEN-VEND-BUSCA
                                       TO W-TDP-VEND (W-SUB-DPEN)
                   MOVE W-DPEN-RAZAO-BUSCA
                                       TO W-TDP-RAZAO (W-SUB-DPEN)
                   MOVE ZEROS          TO W-TDP-ATUAL (W-SUB-DPEN)
                                          W-TDP-PERDE (W-SUB-DPEN)
                                          W-TDP-GANHA (W-SUB-DPEN)
               ELSE
                   ADD 1               TO W-DPEN-VEND-FORA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7848-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7853-ABRIR-INPUT-ARQ-DIST-PEND  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-DIST-PEND
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-DIST-PEND nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-DIST-PEND. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7853-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7855-LER-ARQ-DIST-PEND-CHAVE    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DIST-PEND KEY IS DPEN-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7855-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7856-LER-PROX-ARQ-DIST-PEND     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DIST-PEND NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-DIST-PEND. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7856-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7859-FECHAR-ARQ-DIST-PEND       SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-DIST-PEND.

      *----------------------------------------------------------------*
       7859-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
