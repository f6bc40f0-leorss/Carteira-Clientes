      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas historico de tamanho dos arquivos e
      *                  limites de capacidade - sem mensagem em tela,
      *                  usadas tambem pelo job noturno (o chamador
      *                  confere WS-RESULTADO-ACESSO)
      *================================================================*
      *----------------------------------------------------------------*
       7681-ABRIR-ARQ-CRESC-ARQ        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CRESC-ARQ

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CRESC-ARQ
                   CLOSE ARQ-CRESC-ARQ
                   OPEN I-O ARQ-CRESC-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7681-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7682-ABRIR-INPUT-ARQ-CRESC-ARQ  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CRESC-ARQ.

      *----------------------------------------------------------------*
       7682-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7683-LER-ARQ-CRESC-ARQ-CHAVE    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CRESC-ARQ KEY IS CRES-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7683-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7684-LER-PROX-ARQ-CRESC-ARQ     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CRESC-ARQ NEXT.

      *----------------------------------------------------------------*
       7684-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7685-START-ARQ-CRESC-ARQ-ASC    SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-CRESC-ARQ KEY IS NOT LESS THAN CRES-CHAVE.

      *----------------------------------------------------------------*
       7685-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7686-GRAVAR-ARQ-CRESC-ARQ       SECTION.
      *----------------------------------------------------------------*
      * Medicao repetida na mesma data movimento substitui a anterior.
           WRITE REG-ARQ-CRESC-ARQ
               INVALID KEY
                   REWRITE REG-ARQ-CRESC-ARQ
           END-WRITE.

      *----------------------------------------------------------------*
       7686-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7689-FECHAR-ARQ-CRESC-ARQ       SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CRESC-ARQ.

      *----------------------------------------------------------------*
       7689-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7691-ABRIR-ARQ-LIMITE-ARQ       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-LIMITE-ARQ

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-LIMITE-ARQ
                   CLOSE ARQ-LIMITE-ARQ
                   OPEN I-O ARQ-LIMITE-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7691-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7692-ABRIR-INPUT-ARQ-LIMITE-ARQ SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-LIMITE-ARQ.

      *----------------------------------------------------------------*
       7692-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7693-LER-ARQ-LIMITE-ARQ-CHAVE   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-LIMITE-ARQ KEY IS LIMA-ARQUIVO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7693-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7696-GRAVAR-ARQ-LIMITE-ARQ      SECTION.
      *----------------------------------------------------------------*
      * Inclui o limite do arquivo ou substitui o ja cadastrado.
           WRITE REG-ARQ-LIMITE-ARQ
               INVALID KEY
                   REWRITE REG-ARQ-LIMITE-ARQ
           END-WRITE.

      *----------------------------------------------------------------*
       7696-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7697-EXCLUIR-ARQ-LIMITE-ARQ     SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-LIMITE-ARQ RECORD
               INVALID KEY CONTINUE
           END-DELETE.

      *----------------------------------------------------------------*
       7697-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7699-FECHAR-ARQ-LIMITE-ARQ      SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-LIMITE-ARQ.

      *----------------------------------------------------------------*
       7699-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
