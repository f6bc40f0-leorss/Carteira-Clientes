      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas cadastro de linhas de negocio
      *================================================================*
      *----------------------------------------------------------------*
       7821-ABRIR-ARQ-LINHA-NEG        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-LINHA-NEG

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-LINHA-NEG
                   CLOSE ARQ-LINHA-NEG
                   OPEN I-O ARQ-LINHA-NEG
               ELSE
                   STRING "Erro ao abrir ARQ-LINHA-NEG. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7821-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7822-ABRIR-INPUT-ARQ-LINHA-NEG  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-LINHA-NEG
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-LINHA-NEG nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-LINHA-NEG. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7822-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7823-LER-ARQ-LINHA-NEG-CHAVE    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-LINHA-NEG KEY IS LNEG-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7823-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7824-LER-PROX-ARQ-LINHA-NEG     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-LINHA-NEG NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-LINHA-NEG. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7824-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7825-START-ARQ-LINHA-NEG-ASC    SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-LINHA-NEG KEY IS NOT LESS THAN LNEG-CODIGO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-LINHA-NEG. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7825-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7826-GRAVAR-ARQ-LINHA-NEG       SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-LINHA-NEG
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-LINHA-NEG. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7826-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7827-REGRAVAR-ARQ-LINHA-NEG     SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-LINHA-NEG
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-LINHA-NEG. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7827-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7828-EXCLUIR-ARQ-LINHA-NEG      SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-LINHA-NEG RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-LINHA-NEG. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7828-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7829-VALIDAR-LINHA-NEG          SECTION.
      *----------------------------------------------------------------*
      * Valida W-LNEG-PROCURADA contra o cadastro de linhas. Sem
      * cadastro, so a linha 01 e aceita; com cadastro, a linha
      * precisa existir e estar ativa. Devolve a descricao em
      * W-LNEG-DESC-ACHADA.
           MOVE "N"                    TO W-LNEG-VALIDA
           MOVE SPACES                 TO W-LNEG-DESC-ACHADA

           OPEN INPUT ARQ-LINHA-NEG
           IF  FS-OK
               MOVE W-LNEG-PROCURADA   TO LNEG-CODIGO
               READ ARQ-LINHA-NEG KEY IS LNEG-CODIGO
                    NOT INVALID KEY
                        MOVE LNEG-DESCRICAO
                                       TO W-LNEG-DESC-ACHADA
                        IF  LNEG-ATIVA
                            MOVE "S"   TO W-LNEG-VALIDA
                        END-IF
               END-READ
               PERFORM 7839-FECHAR-ARQ-LINHA-NEG
           ELSE
               IF  W-LNEG-PROCURADA    EQUAL 1
                   MOVE "S"            TO W-LNEG-VALIDA
                   MOVE "Linha unica"  TO W-LNEG-DESC-ACHADA
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7829-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7830-CARREGAR-TAB-LINHAS-NEG    SECTION.
      *----------------------------------------------------------------*
      * Carrega em W-TAB-LINHAS-NEG as linhas ativas, em ordem de
      * codigo (ate 20). Sem cadastro ou sem linha ativa, a tabela
      * fica so com a linha 01.
           INITIALIZE W-TAB-LINHAS-NEG

           OPEN INPUT ARQ-LINHA-NEG
           IF  FS-OK
               MOVE ZEROS              TO LNEG-CODIGO
               PERFORM 7825-START-ARQ-LINHA-NEG-ASC
               IF  FS-OK
                   PERFORM 7824-LER-PROX-ARQ-LINHA-NEG
               END-IF
               PERFORM UNTIL NOT FS-OK
                          OR W-QTDE-LNEG NOT LESS 20
                   IF  LNEG-ATIVA
                       ADD 1           TO W-QTDE-LNEG
                       MOVE LNEG-CODIGO
                                       TO W-TLN-CODIGO(W-QTDE-LNEG)
                       MOVE LNEG-DESCRICAO
                                       TO W-TLN-DESCRICAO(W-QTDE-LNEG)
                   END-IF
                   PERFORM 7824-LER-PROX-ARQ-LINHA-NEG
               END-PERFORM
               PERFORM 7839-FECHAR-ARQ-LINHA-NEG
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-QTDE-LNEG             EQUAL ZEROS
               MOVE 1                  TO W-QTDE-LNEG
               MOVE 1                  TO W-TLN-CODIGO(1)
               MOVE "Linha unica"      TO W-TLN-DESCRICAO(1)
           END-IF
           MOVE W-TLN-CODIGO(1)        TO W-LNEG-ATUAL.

      *----------------------------------------------------------------*
       7830-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7839-FECHAR-ARQ-LINHA-NEG       SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-LINHA-NEG.

      *----------------------------------------------------------------*
       7839-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
