      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas fila de pedidos de relatorio - sem
      *                  mensagem em tela, usadas tambem pela janela
      *                  batch (o chamador confere WS-RESULTADO-ACESSO)
      *================================================================*
      *----------------------------------------------------------------*
       7131-ABRIR-ARQ-FILA-REL         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-FILA-REL

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-FILA-REL
                   CLOSE ARQ-FILA-REL
                   OPEN I-O ARQ-FILA-REL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7131-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7132-ABRIR-INPUT-ARQ-FILA-REL   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-FILA-REL.

      *----------------------------------------------------------------*
       7132-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7133-LER-ARQ-FILA-REL-CHAVE     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-FILA-REL KEY IS FILA-SEQ
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7133-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7134-LER-PROX-ARQ-FILA-REL      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-FILA-REL NEXT.

      *----------------------------------------------------------------*
       7134-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7136-INCLUIR-ARQ-FILA-REL       SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-FILA-REL.

      *----------------------------------------------------------------*
       7136-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7137-ALTERAR-ARQ-FILA-REL       SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-FILA-REL.

      *----------------------------------------------------------------*
       7137-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7139-FECHAR-ARQ-FILA-REL        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-FILA-REL.

      *----------------------------------------------------------------*
       7139-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
