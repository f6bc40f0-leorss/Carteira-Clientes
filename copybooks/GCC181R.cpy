      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas checklist de execucao no ponto de venda
      *================================================================*
      *----------------------------------------------------------------*
       7200-ABRIR-ARQ-CHECKLIST        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CHECKLIST

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CHECKLIST
                   CLOSE ARQ-CHECKLIST
                   OPEN I-O ARQ-CHECKLIST
               ELSE
                   STRING "Erro ao abrir ARQ-CHECKLIST. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7201-ABRIR-INPUT-ARQ-CHECKLIST  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CHECKLIST
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CHECKLIST nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CHECKLIST. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7201-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7202-LER-ARQ-CHECKLIST-CHAVE    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CHECKLIST KEY IS CKL-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7202-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7203-LER-PROX-ARQ-CHECKLIST     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CHECKLIST NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CHECKLIST. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7203-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7204-START-ARQ-CHECKLIST-ASC    SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CHECKLIST KEY IS NOT LESS THAN CKL-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CHECKLIST. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7204-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7205-GRAVAR-ARQ-CHECKLIST       SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CHECKLIST
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CHECKLIST. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7205-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7206-REGRAVAR-ARQ-CHECKLIST     SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CHECKLIST
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CHECKLIST. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7206-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7207-EXCLUIR-ARQ-CHECKLIST      SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-CHECKLIST RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-CHECKLIST. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7207-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7208-CARREGAR-CHECKLIST         SECTION.
      *----------------------------------------------------------------*
      * Carrega em W-TAB-CHECKLIST os itens ativos do segmento
      * W-CKL-SEG-PROCURADO, em ordem de item (ate 30). Sem cadastro
      * ou sem item ativo, a tabela fica vazia (W-CKL-QTDE = zero).
           MOVE ZEROS                  TO W-CKL-QTDE

           OPEN INPUT ARQ-CHECKLIST
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 7208-99-FIM
           END-IF

           MOVE W-CKL-SEG-PROCURADO    TO CKL-SEGMENTO
           MOVE ZEROS                  TO CKL-ITEM
           PERFORM 7204-START-ARQ-CHECKLIST-ASC
           IF  FS-OK
               PERFORM 7203-LER-PROX-ARQ-CHECKLIST
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CKL-SEGMENTO NOT EQUAL W-CKL-SEG-PROCURADO
                      OR W-CKL-QTDE   NOT LESS 30
               IF  CKL-ATIVO
                   ADD 1               TO W-CKL-QTDE
                   MOVE CKL-ITEM       TO W-CKL-ITEM(W-CKL-QTDE)
                   MOVE CKL-PERGUNTA   TO W-CKL-PERGUNTA(W-CKL-QTDE)
                   MOVE CKL-TIPO       TO W-CKL-TIPO(W-CKL-QTDE)
                   MOVE CKL-ESPERADA   TO W-CKL-ESPERADA(W-CKL-QTDE)
                   MOVE CKL-MINIMO     TO W-CKL-MINIMO(W-CKL-QTDE)
               END-IF
               PERFORM 7203-LER-PROX-ARQ-CHECKLIST
           END-PERFORM
           PERFORM 7209-FECHAR-ARQ-CHECKLIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7208-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7209-FECHAR-ARQ-CHECKLIST       SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CHECKLIST.

      *----------------------------------------------------------------*
       7209-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
