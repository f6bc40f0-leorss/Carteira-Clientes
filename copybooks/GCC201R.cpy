      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas marcas de versao do layout dos
      *                  mestres - sem mensagem em tela, usadas tambem
      *                  pelo job noturno
      *================================================================*
      *----------------------------------------------------------------*
       7010-CARREGAR-VERSOES-LAYOUT    SECTION.
      *----------------------------------------------------------------*
      * Monta a tabela dos tres mestres com a versao esperada pelos
      * programas e traz a marcada em VERSAO-LAYOUT.DAT; arquivo ou
      * linha ausente deixa a versao em zero (sem marca).
           MOVE "N"                    TO W-VLY-ALTERADA
           MOVE "ARQ-CLIENTE"          TO W-VLY-NOME(1)
           MOVE "ARQ-VENDEDOR"         TO W-VLY-NOME(2)
           MOVE "ARQ-DIST"             TO W-VLY-NOME(3)
           MOVE W-VLY-PROG-CLIE        TO W-VLY-PROG(1)
           MOVE W-VLY-PROG-VEND        TO W-VLY-PROG(2)
           MOVE W-VLY-PROG-DIST        TO W-VLY-PROG(3)
           PERFORM VARYING W-VLY-SUB FROM 1 BY 1
                   UNTIL W-VLY-SUB GREATER 3
               MOVE ZEROS              TO W-VLY-VERSAO(W-VLY-SUB)
                                          W-VLY-DATA(W-VLY-SUB)
               MOVE SPACES             TO W-VLY-OPERADOR(W-VLY-SUB)
           END-PERFORM

           OPEN INPUT ARQ-VERSAO-LAYOUT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 7010-99-FIM
           END-IF

           READ ARQ-VERSAO-LAYOUT NEXT
           PERFORM UNTIL NOT FS-OK
               PERFORM VARYING W-VLY-SUB FROM 1 BY 1
                       UNTIL W-VLY-SUB GREATER 3
                   IF  VLAY-ARQUIVO    EQUAL W-VLY-NOME(W-VLY-SUB) AND
                       VLAY-VERSAO     NUMERIC
                       MOVE VLAY-VERSAO
                                       TO W-VLY-VERSAO(W-VLY-SUB)
                       MOVE VLAY-DATA  TO W-VLY-DATA(W-VLY-SUB)
                       MOVE VLAY-OPERADOR
                                       TO W-VLY-OPERADOR(W-VLY-SUB)
                   END-IF
               END-PERFORM
               READ ARQ-VERSAO-LAYOUT NEXT
           END-PERFORM
           CLOSE ARQ-VERSAO-LAYOUT
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7011-GRAVAR-VERSOES-LAYOUT      SECTION.
      *----------------------------------------------------------------*
      * Regrava as marcas da tabela (so os mestres ja marcados);
      * falha na gravacao devolve "S" em W-VLY-ERRO.
           MOVE "N"                    TO W-VLY-ERRO
           OPEN OUTPUT ARQ-VERSAO-LAYOUT
           IF  NOT FS-OK
               MOVE "S"                TO W-VLY-ERRO
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 7011-99-FIM
           END-IF

           PERFORM VARYING W-VLY-SUB FROM 1 BY 1
                   UNTIL W-VLY-SUB GREATER 3
               IF  W-VLY-VERSAO(W-VLY-SUB) GREATER ZEROS
                   MOVE W-VLY-NOME(W-VLY-SUB)
                                       TO VLAY-ARQUIVO
                   MOVE W-VLY-VERSAO(W-VLY-SUB)
                                       TO VLAY-VERSAO
                   MOVE W-VLY-DATA(W-VLY-SUB)
                                       TO VLAY-DATA
                   MOVE W-VLY-OPERADOR(W-VLY-SUB)
                                       TO VLAY-OPERADOR
                   WRITE REG-ARQ-VERSAO-LAYOUT
                   IF  NOT FS-OK
                       MOVE "S"        TO W-VLY-ERRO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-VERSAO-LAYOUT
           MOVE "N"                    TO W-VLY-ALTERADA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7011-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
