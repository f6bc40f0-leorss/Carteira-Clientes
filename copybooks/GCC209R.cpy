      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo de janelas de atendimento do
      *                  cliente
      *================================================================*
      *----------------------------------------------------------------*
       7082-ABRIR-ARQ-JANELA           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-JANELA

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-JANELA
                   CLOSE ARQ-JANELA
                   OPEN I-O ARQ-JANELA
               ELSE
                   STRING "Erro ao abrir ARQ-JANELA. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7082-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7083-LER-ARQ-JANELA-CHAVE       SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-JANELA KEY IS JAN-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7083-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7084-LER-PROX-ARQ-JANELA        SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-JANELA NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-JANELA. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7084-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7085-START-ARQ-JANELA-ASC       SECTION.
      *----------------------------------------------------------------*
      * Com a sequencia zerada, o READ NEXT seguinte traz a primeira
      * janela do cliente.
           START ARQ-JANELA KEY IS NOT LESS THAN JAN-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-JANELA. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7085-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7086-GRAVAR-ARQ-JANELA          SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-JANELA
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-JANELA. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7086-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7087-REGRAVAR-ARQ-JANELA        SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-JANELA
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-JANELA. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7087-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7088-EXCLUIR-ARQ-JANELA         SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-JANELA RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-JANELA. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7088-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7089-FECHAR-ARQ-JANELA          SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-JANELA.

      *----------------------------------------------------------------*
       7089-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7183-CARREGAR-JANELAS-CLIE      SECTION.
      *----------------------------------------------------------------*
      * Carrega as janelas do cliente W-JAN-CLIE-CODIGO (ate 20) com
      * os horarios em minutos e marca os dias da semana em que ele
      * atende. Espera o arquivo aberto pelo chamador; arquivo nao
      * aberto devolve o cliente sem janela (aberto todos os dias).
      * Janela com dia ou horario invalido e ignorada.
           MOVE ZEROS                  TO W-JAN-QTDE
           MOVE SPACES                 TO W-JAN-DIAS-ABERTOS
           IF  W-JAN-ARQ-ABERTO        NOT EQUAL "S"
               GO TO 7183-99-FIM
           END-IF

           MOVE W-JAN-CLIE-CODIGO      TO JAN-CLIE-CODIGO
           MOVE ZEROS                  TO JAN-SEQ
           START ARQ-JANELA KEY IS NOT LESS THAN JAN-CHAVE
           IF  FS-OK
               READ ARQ-JANELA NEXT
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR JAN-CLIE-CODIGO NOT EQUAL W-JAN-CLIE-CODIGO
               IF  JAN-DIA-VALIDO                        AND
                   JAN-HORA-INICIO     NUMERIC           AND
                   JAN-HORA-FIM        NUMERIC           AND
                   JAN-HORA-FIM        GREATER JAN-HORA-INICIO AND
                   W-JAN-QTDE          LESS 20
                   ADD 1               TO W-JAN-QTDE
                   MOVE JAN-DIA-SEMANA TO W-JAN-ITEM-DIA(W-JAN-QTDE)
                   COMPUTE W-JAN-ITEM-INICIO(W-JAN-QTDE) =
                           JAN-INICIO-HH * 60 + JAN-INICIO-MM
                   COMPUTE W-JAN-ITEM-FIM(W-JAN-QTDE) =
                           JAN-FIM-HH * 60 + JAN-FIM-MM
                   MOVE "S"            TO W-JAN-DIA-ABERTO
                                          (JAN-DIA-SEMANA)
               END-IF
               READ ARQ-JANELA NEXT
           END-PERFORM

           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7183-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
