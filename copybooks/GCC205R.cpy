      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas consultas salvas do extrato sob
      *                  medida - sem mensagem em tela, usadas tambem
      *                  pela janela batch (o chamador confere
      *                  WS-RESULTADO-ACESSO)
      *================================================================*
      *----------------------------------------------------------------*
       7141-ABRIR-ARQ-CONSULTA-EXT     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONSULTA-EXT

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONSULTA-EXT
                   CLOSE ARQ-CONSULTA-EXT
                   OPEN I-O ARQ-CONSULTA-EXT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7141-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7142-ABRIR-INPUT-ARQ-CONS-EXT   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONSULTA-EXT.

      *----------------------------------------------------------------*
       7142-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7143-LER-ARQ-CONSULTA-EXT-CHAVE SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONSULTA-EXT KEY IS CEXT-NOME
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7143-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7144-LER-PROX-ARQ-CONSULTA-EXT  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONSULTA-EXT NEXT.

      *----------------------------------------------------------------*
       7144-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7146-GRAVAR-ARQ-CONSULTA-EXT    SECTION.
      *----------------------------------------------------------------*
      * Inclui a consulta ou substitui a ja gravada com o mesmo nome.
           WRITE REG-ARQ-CONSULTA-EXT
               INVALID KEY
                   REWRITE REG-ARQ-CONSULTA-EXT
           END-WRITE.

      *----------------------------------------------------------------*
       7146-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7147-EXCLUIR-ARQ-CONSULTA-EXT   SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-CONSULTA-EXT RECORD
               INVALID KEY CONTINUE
           END-DELETE.

      *----------------------------------------------------------------*
       7147-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7149-FECHAR-ARQ-CONSULTA-EXT    SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONSULTA-EXT.

      *----------------------------------------------------------------*
       7149-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
