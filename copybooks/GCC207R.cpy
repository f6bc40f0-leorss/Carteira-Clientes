      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas pedidos de aprovacao de operacoes -
      *                  inclusao do pedido pendente pelo programa da
      *                  operacao, leitura do pedido aprovado na
      *                  execucao, fechamento com o resultado e a
      *                  linha de cada decisao na trilha de auditoria
      *================================================================*
      *----------------------------------------------------------------*
       7391-ABRIR-ARQ-APROVACAO        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-APROVACAO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-APROVACAO
                   CLOSE ARQ-APROVACAO
                   OPEN I-O ARQ-APROVACAO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7391-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7392-ABRIR-INPUT-ARQ-APROVACAO  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-APROVACAO.

      *----------------------------------------------------------------*
       7392-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7393-LER-ARQ-APROVACAO-CHAVE    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-APROVACAO KEY IS APRV-SEQ
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7393-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7394-LER-PROX-ARQ-APROVACAO     SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-APROVACAO NEXT.

      *----------------------------------------------------------------*
       7394-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7395-FINALIZAR-PEDIDO-APROV     SECTION.
      *----------------------------------------------------------------*
      * Fecha o pedido W-APR-SEQ ainda "aprovado" com a situacao de
      * W-APR-STATUS-FINAL (X executado / F falhou) e a mensagem de
      * W-APR-MENSAGEM, registrando o resultado na trilha.
           PERFORM 7391-ABRIR-ARQ-APROVACAO
           IF  NOT FS-OK
               GO TO 7395-99-FIM
           END-IF

           MOVE W-APR-SEQ              TO APRV-SEQ
           PERFORM 7393-LER-ARQ-APROVACAO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N" OR
               NOT APRV-APROVADO
               PERFORM 7399-FECHAR-ARQ-APROVACAO
               GO TO 7395-99-FIM
           END-IF

           MOVE W-APR-STATUS-FINAL     TO APRV-STATUS
           MOVE W-APR-MENSAGEM         TO APRV-RESULTADO
           REWRITE REG-ARQ-APROVACAO
           PERFORM 7399-FECHAR-ARQ-APROVACAO

           IF  APRV-EXECUTADO
               MOVE "APRV-EXEC"        TO W-APR-AUD-OPERACAO
           ELSE
               MOVE "APRV-FALH"        TO W-APR-AUD-OPERACAO
           END-IF
           PERFORM 7397-REGISTRAR-APROVACAO.

      *----------------------------------------------------------------*
       7395-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7396-SOLICITAR-APROVACAO        SECTION.
      *----------------------------------------------------------------*
      * Grava o pedido pendente montado em W-APR-PROGRAMA/OPERACAO/
      * DESCRICAO/PARAMETROS, numerado pelo controle de sequencia
      * (entidade "A"), com vencimento em W-APR-VALIDADE-HORAS. A
      * mensagem para o operador volta em W-MSGERRO.
           MOVE W-APR-VALIDADE-PADRAO  TO W-APR-VALIDADE-HORAS
           MOVE SPACES                 TO W-APR-VALIDADE-TX
           DISPLAY "CARTEIRA_APROV_HORAS" UPON ENVIRONMENT-NAME
           ACCEPT  W-APR-VALIDADE-TX   FROM ENVIRONMENT-VALUE
           IF  W-APR-VALIDADE-TX       NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(W-APR-VALIDADE-TX)
                                       TO W-APR-VALIDADE-HORAS
               IF  W-APR-VALIDADE-HORAS EQUAL ZEROS
                   MOVE W-APR-VALIDADE-PADRAO
                                       TO W-APR-VALIDADE-HORAS
               END-IF
           END-IF

           PERFORM 7391-ABRIR-ARQ-APROVACAO
           IF  NOT FS-OK
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro ao abrir ARQ-APROVACAO. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               GO TO 7396-99-FIM
           END-IF

           MOVE "S"                    TO W-REG-ENCONTRADO
           MOVE ZEROS                  TO W-SEQ-TENTATIVAS
           PERFORM UNTIL W-REG-ENCONTRADO EQUAL "N"
                      OR W-SEQ-TENTATIVAS GREATER 50
               ADD 1                   TO W-SEQ-TENTATIVAS
               MOVE "A"                TO W-SEQ-ENTIDADE
               PERFORM 7845-OBTER-PROX-CODIGO
               MOVE W-SEQ-OBTIDO       TO APRV-SEQ
               IF  W-SEQ-OBTIDO        GREATER ZEROS
                   PERFORM 7393-LER-ARQ-APROVACAO-CHAVE
               END-IF
           END-PERFORM

           IF  W-REG-ENCONTRADO        EQUAL "S" OR
               W-SEQ-OBTIDO            EQUAL ZEROS
               PERFORM 7399-FECHAR-ARQ-APROVACAO
               MOVE "Erro ao numerar o pedido, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 7396-99-FIM
           END-IF

           ACCEPT W-APR-DATA           FROM DATE YYYYMMDD
           ACCEPT W-APR-HORA           FROM TIME

           INITIALIZE REG-ARQ-APROVACAO
           MOVE W-SEQ-OBTIDO           TO APRV-SEQ
           MOVE W-APR-PROGRAMA         TO APRV-PROGRAMA
           MOVE W-APR-OPERACAO         TO APRV-OPERACAO
           MOVE W-APR-PARAMETROS       TO APRV-PARAMETROS
           MOVE W-APR-DESCRICAO        TO APRV-DESCRICAO
           MOVE W-OPERADOR             TO APRV-SOLICITANTE
           MOVE W-PERFIL               TO APRV-PERFIL-SOL
           MOVE W-APR-DATA             TO APRV-DATA-SOL
           MOVE W-APR-HORA             TO APRV-HORA-SOL

      * Vencimento: hora do pedido mais a validade, virando o dia
      * pelo calendario juliano.
           COMPUTE W-APR-HORAS-TOT = W-APR-HORA-HH +
                                     W-APR-VALIDADE-HORAS
           DIVIDE W-APR-HORAS-TOT BY 24 GIVING W-APR-DIAS
                                        REMAINDER W-APR-HH-EXPIRA
           COMPUTE W-APR-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(W-APR-DATA) + W-APR-DIAS
           COMPUTE APRV-DATA-EXPIRA =
                   FUNCTION DATE-OF-INTEGER(W-APR-DIA-INT)
           COMPUTE APRV-HORA-EXPIRA = W-APR-HH-EXPIRA * 1000000 +
                                      W-APR-HORA-RESTO

           MOVE "P"                    TO APRV-STATUS
           WRITE REG-ARQ-APROVACAO
           IF  NOT FS-OK
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro gravar ARQ-APROVACAO. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 7399-FECHAR-ARQ-APROVACAO
               GO TO 7396-99-FIM
           END-IF
           PERFORM 7399-FECHAR-ARQ-APROVACAO

           MOVE "APRV-PED"             TO W-APR-AUD-OPERACAO
           PERFORM 7397-REGISTRAR-APROVACAO

           MOVE APRV-SEQ               TO W-APR-SEQ-ED
           MOVE SPACES                 TO W-MSGERRO
           STRING "Pedido " FUNCTION TRIM(W-APR-SEQ-ED)
                  " aguardando aprovacao, tecle <Enter>"
                  DELIMITED BY SIZE INTO W-MSGERRO.

      *----------------------------------------------------------------*
       7396-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7397-REGISTRAR-APROVACAO        SECTION.
      *----------------------------------------------------------------*
      * Linha da trilha de auditoria de clientes para o pedido na area
      * de REG-ARQ-APROVACAO: operacao em W-APR-AUD-OPERACAO (APRV-PED,
      * APRV-OK, APRV-REJ, APRV-EXP, APRV-CANC, APRV-EXEC, APRV-FALH),
      * codigo zerado e o pedido no lugar da razao social; o usuario
      * da linha e quem agiu (W-OPERADOR).
           MOVE W-APR-AUD-OPERACAO     TO W-AUDIT-OPERACAO
           MOVE ZEROS                  TO W-AUDIT-CODIGO
           MOVE APRV-SEQ               TO W-APR-SEQ-ED
           MOVE SPACES                 TO W-AUDIT-RAZAO-SOCIAL
           STRING "Pedido " FUNCTION TRIM(W-APR-SEQ-ED) " "
                  FUNCTION TRIM(APRV-OPERACAO) " sol. "
                  FUNCTION TRIM(APRV-SOLICITANTE)
                  DELIMITED BY SIZE INTO W-AUDIT-RAZAO-SOCIAL
           PERFORM 7196-GRAVAR-ARQ-AUDIT-CLIE.

      *----------------------------------------------------------------*
       7397-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7398-LER-PEDIDO-APROVADO        SECTION.
      *----------------------------------------------------------------*
      * Execucao chamada pela fila de aprovacao (LK-PARAM = "A"): o
      * pedido vem em CARTEIRA_APROVACAO e so vale se estiver aprovado,
      * for deste programa (W-APR-PROGRAMA) e tiver sido aprovado pelo
      * proprio operador em execucao, diferente do solicitante. Os
      * parametros voltam em W-APR-PARAMETROS.
           MOVE "N"                    TO W-APR-VALIDO
           MOVE ZEROS                  TO W-APR-SEQ
           MOVE SPACES                 TO W-APR-SEQ-TX
           DISPLAY "CARTEIRA_APROVACAO" UPON ENVIRONMENT-NAME
           ACCEPT  W-APR-SEQ-TX        FROM ENVIRONMENT-VALUE
           IF  W-APR-SEQ-TX            EQUAL SPACES
               GO TO 7398-99-FIM
           END-IF
           MOVE FUNCTION NUMVAL(W-APR-SEQ-TX)
                                       TO W-APR-SEQ

           PERFORM 7392-ABRIR-INPUT-ARQ-APROVACAO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 7398-99-FIM
           END-IF
           MOVE W-APR-SEQ              TO APRV-SEQ
           PERFORM 7393-LER-ARQ-APROVACAO-CHAVE
           PERFORM 7399-FECHAR-ARQ-APROVACAO

           IF  W-REG-ENCONTRADO        EQUAL "S" AND
               APRV-APROVADO           AND
               APRV-PROGRAMA           EQUAL W-APR-PROGRAMA AND
               APRV-DECISOR            EQUAL W-OPERADOR AND
               APRV-DECISOR        NOT EQUAL APRV-SOLICITANTE
               MOVE "S"                TO W-APR-VALIDO
               MOVE APRV-PARAMETROS    TO W-APR-PARAMETROS
           END-IF.

      *----------------------------------------------------------------*
       7398-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7399-FECHAR-ARQ-APROVACAO       SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-APROVACAO.

      *----------------------------------------------------------------*
       7399-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
