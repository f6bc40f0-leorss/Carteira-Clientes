      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas tabela de motivos de devolucao
      *================================================================*
      *----------------------------------------------------------------*
       7185-CARREGAR-MOTIVOS-DEV       SECTION.
      *----------------------------------------------------------------*
      * Le a tabela gravada pelo GCC211P ou monta a tabela padrao de
      * W-MDV-TAB-PADRAO. Prazo nao numerico ou zero vale o padrao.
           MOVE "N"                    TO W-MDV-LIDO

           OPEN INPUT ARQ-MOTIVO-DEV
           IF  FS-OK
               READ ARQ-MOTIVO-DEV NEXT
               IF  FS-OK
                   MOVE "S"            TO W-MDV-LIDO
               END-IF
               CLOSE ARQ-MOTIVO-DEV
           END-IF

           IF  W-MDV-LIDO              EQUAL "N"
               INITIALIZE REG-ARQ-MOTIVO-DEV
               PERFORM VARYING W-MDV-SUB FROM 1 BY 1
                       UNTIL W-MDV-SUB GREATER 8
                   MOVE W-MDV-PAD-CODIGO(W-MDV-SUB)
                                       TO MDEV-CODIGO(W-MDV-SUB)
                   MOVE W-MDV-PAD-DESCRICAO(W-MDV-SUB)
                                       TO MDEV-DESCRICAO(W-MDV-SUB)
                   MOVE W-MDV-PAD-RESP(W-MDV-SUB)
                                       TO MDEV-RESP-VENDA(W-MDV-SUB)
               END-PERFORM
           END-IF

           IF  MDEV-PRAZO-RAPIDA       NOT NUMERIC
               OR MDEV-PRAZO-RAPIDA    EQUAL ZEROS
               MOVE W-MDV-PRAZO-PADRAO TO MDEV-PRAZO-RAPIDA
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7185-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7186-GRAVAR-MOTIVOS-DEV         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-MOTIVO-DEV
           IF  NOT FS-OK
               STRING "Erro ao abrir ARQ-MOTIVO-DEV. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 7186-99-FIM
           END-IF

           WRITE REG-ARQ-MOTIVO-DEV
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-MOTIVO-DEV. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           CLOSE ARQ-MOTIVO-DEV.

      *----------------------------------------------------------------*
       7186-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7187-BUSCAR-MOTIVO-DEV          SECTION.
      *----------------------------------------------------------------*
      * Posicao de W-MDV-CODIGO na tabela carregada em W-MDV-ACHADO
      * (zero = motivo nao cadastrado; codigo em branco nunca acha).
           MOVE ZEROS                  TO W-MDV-ACHADO
           IF  W-MDV-CODIGO            EQUAL SPACES
               GO TO 7187-99-FIM
           END-IF

           PERFORM VARYING W-MDV-SUB FROM 1 BY 1
                   UNTIL W-MDV-SUB GREATER 8
                      OR W-MDV-ACHADO GREATER ZEROS
               IF  MDEV-CODIGO(W-MDV-SUB) EQUAL W-MDV-CODIGO
                   MOVE W-MDV-SUB      TO W-MDV-ACHADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       7187-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
