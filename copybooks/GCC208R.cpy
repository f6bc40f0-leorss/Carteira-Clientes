      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas limite e exposicao de credito
      *================================================================*
      *----------------------------------------------------------------*
       7173-ABRIR-ARQ-CREDITO          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CREDITO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CREDITO
                   CLOSE ARQ-CREDITO
                   OPEN I-O ARQ-CREDITO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7173-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7174-ABRIR-INPUT-ARQ-CREDITO    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CREDITO.

      *----------------------------------------------------------------*
       7174-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7175-LER-ARQ-CREDITO-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CREDITO KEY IS CRED-CLIE-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7175-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7176-LER-PROX-ARQ-CREDITO       SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CREDITO NEXT.

      *----------------------------------------------------------------*
       7176-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7177-INICIAR-REG-CREDITO        SECTION.
      *----------------------------------------------------------------*
      * Registro novo do cliente CRED-CLIE-CODIGO, sem limite e sem
      * exposicao.
           MOVE ZEROS                  TO CRED-LIMITE
                                          CRED-DATA-LIMITE
                                          CRED-DATA-CALCULO
                                          CRED-SALDO-ABERTO
                                          CRED-FAIXA-0-30
                                          CRED-FAIXA-31-60
                                          CRED-FAIXA-61-90
                                          CRED-FAIXA-90-MAIS
                                          CRED-CREDITOS
                                          CRED-PERC-USO
           MOVE SPACE                  TO CRED-ALERTA.

      *----------------------------------------------------------------*
       7177-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7178-CONSULTAR-EXPOSICAO        SECTION.
      *----------------------------------------------------------------*
      * Leitura avulsa para as consultas: abre, le o cliente
      * CRED-CLIE-CODIGO e fecha. Sem arquivo ou sem registro volta
      * W-REG-ENCONTRADO = "N" e o status do chamador fica "00".
           MOVE "N"                    TO W-REG-ENCONTRADO
           PERFORM 7174-ABRIR-INPUT-ARQ-CREDITO
           IF  FS-OK
               PERFORM 7175-LER-ARQ-CREDITO-CHAVE
               PERFORM 7179-FECHAR-ARQ-CREDITO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7178-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7179-FECHAR-ARQ-CREDITO         SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CREDITO.

      *----------------------------------------------------------------*
       7179-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
