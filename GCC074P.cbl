      *    DATA........: 22/08/2026                                    *
      *    OBJETIVO ...: Anonimizacao LGPD - para um cliente, mascara  *
      *                  de forma irreversivel os dados identificadores*
      *                  em ARQ-CLIENTE, ARQ-DIST, ARQ-CONTATO e nas   *
      *                  trilhas de auditoria, preservando o registro  *
      *                  para fins estatisticos (CNPJ sintetico        *
      *                  derivado do codigo mantem as chaves unicas).  *
      *                  A anonimizacao pedida na tela fica pendente   *
      *                  em ARQ-APROVACAO e so e executada (LK-PARAM = *
      *                  "A") depois de aprovada por outro supervisor/ *
      *                  administrador na fila de aprovacao (GCC207P). *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FC.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FC.cpy".
      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FC.cpy".

      * Copia de trabalho da trilha em anonimizacao
       SELECT ARQ-AUDIT-TRAB       ASSIGN TO  W-ARQ-LOG
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FD.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FD.cpy".
      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FD.cpy".

      * Copia de trabalho da trilha em anonimizacao
       FD  ARQ-AUDIT-TRAB.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos controle de sequencia de codigos
       COPY ".\copybooks\GCC088W.cpy".
      * Campos pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207W.cpy".

       01  W-LGPD-AREA.
           05  W-LGPD-CODIGO           PIC 9(07) VALUE ZEROS.
               GOBACK
           END-IF

           IF  LK-PARAM                EQUAL "A"
               PERFORM 0100-EXECUTAR-APROVADO
               GOBACK
           END-IF

           PERFORM 1000-ANONIMIZAR UNTIL W-VOLTAR EQUAL "S"

           GOBACK.
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-EXECUTAR-APROVADO          SECTION.
      *----------------------------------------------------------------*
      * Chamado pela fila de aprovacao: anonimiza o cliente do pedido
      * aprovado e fecha o pedido com o resultado.
           MOVE "GCC074P"              TO W-APR-PROGRAMA
           PERFORM 7398-LER-PEDIDO-APROVADO
           IF  W-APR-VALIDO            EQUAL "N"
               MOVE "Pedido de aprovacao invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE 8                  TO RETURN-CODE
               GO TO 0100-99-FIM
           END-IF

           MOVE W-APR-LGPD-CODIGO      TO W-LGPD-CODIGO
           MOVE W-LGPD-CODIGO          TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "F"                TO W-APR-STATUS-FINAL
               MOVE "Cliente nao cadastrado na execucao"
                                       TO W-APR-MENSAGEM
               MOVE "Cliente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 1100-EXECUTAR-ANONIMIZACAO
               MOVE "X"                TO W-APR-STATUS-FINAL
               MOVE "Anonimizacao concluida"
                                       TO W-APR-MENSAGEM
           END-IF
           PERFORM 7395-FINALIZAR-PEDIDO-APROV.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-ANONIMIZAR                 SECTION.
      *----------------------------------------------------------------*
               ELSE
                   PERFORM 8100-CONFIRMA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-F1
                       PERFORM 1050-SOLICITAR-ANONIMIZACAO
                   END-IF
               END-IF
           END-IF.
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-SOLICITAR-ANONIMIZACAO     SECTION.
      *----------------------------------------------------------------*
      * A anonimizacao nao roda na hora: vira pedido pendente com o
      * codigo do cliente, para outro supervisor/administrador aprovar
      * na fila de aprovacao.
           MOVE "GCC074P"              TO W-APR-PROGRAMA
           MOVE "LGPD"                 TO W-APR-OPERACAO
           MOVE SPACES                 TO W-APR-PARAMETROS
           MOVE W-LGPD-CODIGO          TO W-APR-LGPD-CODIGO
           MOVE SPACES                 TO W-APR-DESCRICAO
           STRING "Anonimizar (LGPD) o cliente " W-LGPD-CODIGO
                  DELIMITED BY SIZE INTO W-APR-DESCRICAO
           PERFORM 7396-SOLICITAR-APROVACAO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-EXECUTAR-ANONIMIZACAO      SECTION.
      *----------------------------------------------------------------*
      * Anonimiza o cliente W-LGPD-CODIGO (ja lido em ARQ-CLIENTE).
           MOVE 9900000                TO W-LGPD-SINT-PREF
           MOVE W-LGPD-CODIGO          TO W-LGPD-SINT-COD
           PERFORM 2000-MASCARAR-CADASTRO
           PERFORM 2500-MASCARAR-CONTATOS
           PERFORM 3000-MASCARAR-DISTRIBUICAO
           PERFORM 4000-MASCARAR-TRILHA
           MOVE "Anonimizacao concluida, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-MASCARAR-CADASTRO          SECTION.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-MASCARAR-CONTATOS          SECTION.
      *----------------------------------------------------------------*
      * Mascara os contatos nomeados do cliente: nome padrao, telefone
      * e email limpos. As linhas deles na trilha levam o codigo do
      * cliente e sao mascaradas junto em 4000-MASCARAR-TRILHA.
           OPEN I-O ARQ-CONTATO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2500-99-FIM
           END-IF

           MOVE W-LGPD-CODIGO          TO CONT-CLIE-CODIGO
           MOVE ZEROS                  TO CONT-SEQ
           PERFORM 7624-START-ARQ-CONTATO-ASC
           IF  FS-OK
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CONT-CLIE-CODIGO NOT EQUAL W-LGPD-CODIGO
               MOVE W-LGPD-RAZAO-MASC  TO CONT-NOME
               MOVE SPACES             TO CONT-TELEFONE
                                          CONT-EMAIL
               ACCEPT CONT-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CONT-OPERADOR
               PERFORM 7626-REGRAVAR-ARQ-CONTATO
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-PERFORM
           PERFORM 7629-FECHAR-ARQ-CONTATO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-MASCARAR-DISTRIBUICAO      SECTION.
      *----------------------------------------------------------------*
      * Mascara as atribuicoes do cliente em ARQ-DIST (quando
      * existem), uma por linha de negocio.
           MOVE W-LGPD-CODIGO          TO DIST-CLIE-CODIGO

           PERFORM 7612-ABRIR-ARQ-DIST-IO
           IF  FS-OK
               PERFORM 7672-START-ARQ-DIST-CLIE
               IF  FS-OK
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-IF
               PERFORM UNTIL NOT FS-OK
                          OR DIST-CLIE-CODIGO NOT EQUAL W-LGPD-CODIGO
                   MOVE W-LGPD-CNPJ-SINT
                                       TO DIST-CLIE-CNPJ
                   MOVE W-LGPD-RAZAO-MASC
                   MOVE ZEROS          TO DIST-CLIE-LATITUDE
                                          DIST-CLIE-LONGITUDE
                   PERFORM 7661-REGRAVAR-ARQ-DIST
                   IF  FS-OK
                       PERFORM 7653-LER-PROX-ARQ-DIST
                   END-IF
               END-PERFORM
               PERFORM 7690-FECHAR-ARQ-DIST
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo de contatos do cliente
       COPY ".\copybooks\GCC153R.cpy".
      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas controle de sequencia de codigos
       COPY ".\copybooks\GCC088R.cpy".
      * Rotinas pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
