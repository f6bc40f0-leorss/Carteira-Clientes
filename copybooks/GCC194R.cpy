      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas nota de prioridade de visita do
      *                  cliente e pesos da nota
      *================================================================*
      *----------------------------------------------------------------*
       7600-CRIAR-ARQ-PRIOR-CLIE       SECTION.
      *----------------------------------------------------------------*
      * A nota e recalculada inteira a cada execucao: o arquivo e
      * recriado vazio e gravado na ordem do cadastro de clientes.
           OPEN OUTPUT ARQ-PRIOR-CLIE

           IF  NOT FS-OK
               STRING "Erro ao criar ARQ-PRIOR-CLIE. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7601-ABRIR-INPUT-ARQ-PRIOR      SECTION.
      *----------------------------------------------------------------*
      * Arquivo ausente nao e erro: o chamador segue sem nota.
           OPEN INPUT ARQ-PRIOR-CLIE

           IF  NOT FS-OK
               IF  NOT FS-ARQ-NAO-ENCONTRADO
                   STRING "Erro ao abrir ARQ-PRIOR-CLIE. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7601-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7602-LER-ARQ-PRIOR-CHAVE        SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PRIOR-CLIE KEY IS PRI-CLIE-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7602-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7603-GRAVAR-ARQ-PRIOR-CLIE      SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-PRIOR-CLIE
           IF  NOT FS-OK
               STRING "Erro gravacao ARQ-PRIOR-CLIE. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7603-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7604-FECHAR-ARQ-PRIOR-CLIE      SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PRIOR-CLIE.

      *----------------------------------------------------------------*
       7604-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7606-LER-ARQ-PESO-PRIOR         SECTION.
      *----------------------------------------------------------------*
      * Carrega os pesos gravados em W-PRI-PESO-*; arquivo ausente,
      * vazio ou fora do layout mantem os padroes e devolve
      * W-PRI-PESOS-LIDOS = "N".
           MOVE "N"                    TO W-PRI-PESOS-LIDOS

           OPEN INPUT ARQ-PESO-PRIOR
           IF  FS-OK
               READ ARQ-PESO-PRIOR NEXT
               IF  FS-OK AND
                   PESO-CHURN     NUMERIC AND PESO-VISITA    NUMERIC AND
                   PESO-COMPROM   NUMERIC AND PESO-POTENCIAL NUMERIC AND
                   PESO-CAMPANHA  NUMERIC AND PESO-CREDITO   NUMERIC
                   MOVE PESO-CHURN     TO W-PRI-PESO-CHURN
                   MOVE PESO-VISITA    TO W-PRI-PESO-VISITA
                   MOVE PESO-COMPROM   TO W-PRI-PESO-COMPROM
                   MOVE PESO-POTENCIAL TO W-PRI-PESO-POTENCIAL
                   MOVE PESO-CAMPANHA  TO W-PRI-PESO-CAMPANHA
                   MOVE PESO-CREDITO   TO W-PRI-PESO-CREDITO
                   MOVE "S"            TO W-PRI-PESOS-LIDOS
               END-IF
               CLOSE ARQ-PESO-PRIOR
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7606-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7607-GRAVAR-ARQ-PESO-PRIOR      SECTION.
      *----------------------------------------------------------------*
      * Regrava o registro unico de pesos a partir de W-PRI-PESO-*.
           OPEN OUTPUT ARQ-PESO-PRIOR
           IF  FS-OK
               INITIALIZE REG-ARQ-PESO-PRIOR
               MOVE W-PRI-PESO-CHURN   TO PESO-CHURN
               MOVE W-PRI-PESO-VISITA  TO PESO-VISITA
               MOVE W-PRI-PESO-COMPROM TO PESO-COMPROM
               MOVE W-PRI-PESO-POTENCIAL
                                       TO PESO-POTENCIAL
               MOVE W-PRI-PESO-CAMPANHA
                                       TO PESO-CAMPANHA
               MOVE W-PRI-PESO-CREDITO TO PESO-CREDITO
               ACCEPT PESO-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO PESO-OPERADOR
               WRITE REG-ARQ-PESO-PRIOR
               CLOSE ARQ-PESO-PRIOR
           ELSE
               STRING "Erro gravar ARQ-PESO-PRIOR. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7607-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7608-DESCREVER-MOTIVO-PRIOR     SECTION.
      *----------------------------------------------------------------*
      * Texto do motivo principal em W-PRI-MOTIVO-COD para relatorio.
           EVALUATE W-PRI-MOTIVO-COD
               WHEN "R"
                   MOVE "Risco de churn"   TO W-PRI-MOTIVO-DESC
               WHEN "V"
                   MOVE "Tempo sem visita" TO W-PRI-MOTIVO-DESC
               WHEN "C"
                   MOVE "Compromisso aberto"
                                           TO W-PRI-MOTIVO-DESC
               WHEN "P"
                   MOVE "Potencial a explorar"
                                           TO W-PRI-MOTIVO-DESC
               WHEN "M"
                   MOVE "Alvo de campanha" TO W-PRI-MOTIVO-DESC
               WHEN "K"
                   MOVE "Credito bloqueado"
                                           TO W-PRI-MOTIVO-DESC
               WHEN "N"
                   MOVE "Primeira visita"  TO W-PRI-MOTIVO-DESC
               WHEN OTHER
                   MOVE SPACES             TO W-PRI-MOTIVO-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
       7608-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
