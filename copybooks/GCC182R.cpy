      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas respostas do checklist por visita
      *================================================================*
      *----------------------------------------------------------------*
       7300-ABRIR-ARQ-CHECK-RESP       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CHECK-RESP

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CHECK-RESP
                   CLOSE ARQ-CHECK-RESP
                   OPEN I-O ARQ-CHECK-RESP
               ELSE
                   STRING "Erro ao abrir ARQ-CHECK-RESP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7301-ABRIR-INPUT-ARQ-CHECK-RESP SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CHECK-RESP
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CHECK-RESP nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CHECK-RESP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7301-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7302-LER-ARQ-CHECK-RESP-CHAVE   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CHECK-RESP KEY IS CKR-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7302-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7303-LER-PROX-ARQ-CHECK-RESP    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CHECK-RESP NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CHECK-RESP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7303-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7304-START-ARQ-CHECK-RESP-ASC   SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CHECK-RESP KEY IS NOT LESS THAN CKR-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CHECK-RESP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7304-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7305-GRAVAR-ARQ-CHECK-RESP      SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CHECK-RESP
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CHECK-RESP. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7305-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7307-BUSCAR-ITEM-CHECKLIST      SECTION.
      *----------------------------------------------------------------*
      * Indice do item CKR-ITEM na tabela carregada em W-CKL-ACHADO
      * (zero = item fora do checklist ativo do segmento).
           MOVE ZEROS                  TO W-CKL-ACHADO
           PERFORM VARYING W-CKL-SUB FROM 1 BY 1
                     UNTIL W-CKL-SUB GREATER W-CKL-QTDE
                        OR W-CKL-ACHADO GREATER ZEROS
               IF  W-CKL-ITEM(W-CKL-SUB) EQUAL CKR-ITEM
                   MOVE W-CKL-SUB      TO W-CKL-ACHADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       7307-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7308-AVALIAR-RESPOSTA           SECTION.
      *----------------------------------------------------------------*
      * Conformidade da resposta em REG-ARQ-CHECK-RESP contra o item
      * W-CKL-ACHADO da tabela do checklist: sim/nao igual a resposta
      * esperada, numerica igual ou acima do minimo.
           SET CKR-NAO-CONFORME        TO TRUE
           IF  W-CKL-TIPO(W-CKL-ACHADO) EQUAL "N"
               IF  CKR-RESPOSTA-NUM NOT LESS W-CKL-MINIMO(W-CKL-ACHADO)
                   SET CKR-CONFORME    TO TRUE
               END-IF
           ELSE
               IF  CKR-RESPOSTA-SN EQUAL W-CKL-ESPERADA(W-CKL-ACHADO)
                   SET CKR-CONFORME    TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7308-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7309-FECHAR-ARQ-CHECK-RESP      SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CHECK-RESP.

      *----------------------------------------------------------------*
       7309-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
