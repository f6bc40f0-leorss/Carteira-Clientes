      *                  branco do sobrevivente e inativa o duplicado  *
      *                  com a marca "fundido com" o codigo            *
      *                  sobrevivente, tudo registrado na auditoria.   *
      *                  A fusao pedida na tela fica pendente em       *
      *                  ARQ-APROVACAO e so e executada (LK-PARAM =    *
      *                  "A") depois de aprovada por outro supervisor/ *
      *                  administrador na fila de aprovacao (GCC207P). *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FC.cpy".
      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FC.cpy".

      * Copia de trabalho da trilha de auditoria
       SELECT ARQ-AUDIT-TRAB       ASSIGN TO  W-ARQ-LOG
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FD.cpy".
      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FD.cpy".

      * Copia de trabalho da trilha de auditoria
       FD  ARQ-AUDIT-TRAB.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos controle de sequencia de codigos
       COPY ".\copybooks\GCC088W.cpy".
      * Campos pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207W.cpy".

       01  W-FUSAO-AREA.
           05  W-FUS-SOBREVIVE         PIC 9(07) VALUE ZEROS.
           05  W-FUS-DUP-CEP           PIC 9(08) VALUE ZEROS.
           05  W-FUS-DUP-TEM-DIST      PIC X(01) VALUE "N".
           05  W-FUS-SOB-TEM-DIST      PIC X(01) VALUE "N".
      * Linhas de negocio em que o duplicado tem atribuicao.
           05  W-FUS-QTDE-LDIST        PIC 9(02) VALUE ZEROS.
           05  W-FUS-SUB-LDIST         PIC 9(02) VALUE ZEROS.
           05  W-FUS-LDIST             OCCURS 20 TIMES
                                       PIC 9(02).
      * Regravacao da trilha trocando o codigo do duplicado pelo do
      * sobrevivente (mesma tecnica da anonimizacao LGPD).
           05  W-FUS-QTDE-LINHAS       PIC 9(05) VALUE ZEROS.
               GOBACK
           END-IF

           IF  LK-PARAM                EQUAL "A"
               PERFORM 0100-EXECUTAR-APROVADO
               GOBACK
           END-IF

           PERFORM 1000-FUNDIR UNTIL W-VOLTAR EQUAL "S"

           GOBACK.
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-EXECUTAR-APROVADO          SECTION.
      *----------------------------------------------------------------*
      * Chamado pela fila de aprovacao: refaz a validacao dos codigos
      * gravados no pedido aprovado (podem ter mudado desde o pedido),
      * executa a fusao e fecha o pedido com o resultado.
           MOVE "GCC094P"              TO W-APR-PROGRAMA
           PERFORM 7398-LER-PEDIDO-APROVADO
           IF  W-APR-VALIDO            EQUAL "N"
               MOVE "Pedido de aprovacao invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE 8                  TO RETURN-CODE
               GO TO 0100-99-FIM
           END-IF

           INITIALIZE W-FUSAO-AREA
           MOVE W-APR-FUS-SOBREVIVE    TO W-FUS-SOBREVIVE
           MOVE W-APR-FUS-DUPLICADO    TO W-FUS-DUPLICADO
           PERFORM 1100-VALIDAR-CODIGOS
           IF  W-CAMPO-VALIDADO        EQUAL "S"
               PERFORM 2000-EXECUTAR-FUSAO
               MOVE "X"                TO W-APR-STATUS-FINAL
               MOVE "Fusao concluida"  TO W-APR-MENSAGEM
           ELSE
               MOVE "F"                TO W-APR-STATUS-FINAL
               MOVE "Codigos invalidos na execucao"
                                       TO W-APR-MENSAGEM
           END-IF
           PERFORM 7395-FINALIZAR-PEDIDO-APROV.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-FUNDIR                     SECTION.
      *----------------------------------------------------------------*
                   IF  W-CAMPO-VALIDADO EQUAL "S"
                       PERFORM 8100-CONFIRMA
                       IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                           PERFORM 1200-SOLICITAR-FUSAO
                       END-IF
                   END-IF
               END-IF
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-SOLICITAR-FUSAO            SECTION.
      *----------------------------------------------------------------*
      * A fusao nao roda na hora: vira pedido pendente com os dois
      * codigos, para outro supervisor/administrador aprovar na fila
      * de aprovacao.
           MOVE "GCC094P"              TO W-APR-PROGRAMA
           MOVE "FUSAO"                TO W-APR-OPERACAO
           MOVE SPACES                 TO W-APR-PARAMETROS
           MOVE W-FUS-SOBREVIVE        TO W-APR-FUS-SOBREVIVE
           MOVE W-FUS-DUPLICADO        TO W-APR-FUS-DUPLICADO
           MOVE SPACES                 TO W-APR-DESCRICAO
           STRING "Fundir cliente " W-FUS-DUPLICADO
                  " no sobrevivente " W-FUS-SOBREVIVE
                  DELIMITED BY SIZE INTO W-APR-DESCRICAO
           PERFORM 7396-SOLICITAR-APROVACAO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-EXECUTAR-FUSAO             SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-MOVER-ATRIBUICAO           SECTION.
      *----------------------------------------------------------------*
      * Move cada atribuicao do duplicado em ARQ-DIST (uma por linha
      * de negocio) para o sobrevivente quando este ainda nao tem a
      * dele na mesma linha; havendo as duas, a do duplicado e apenas
      * removida.
           PERFORM 7612-ABRIR-ARQ-DIST-IO
           IF  FS-OK
               MOVE ZEROS              TO W-FUS-QTDE-LDIST
               MOVE W-FUS-DUPLICADO    TO DIST-CLIE-CODIGO
               PERFORM 7672-START-ARQ-DIST-CLIE
               IF  FS-OK
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-IF
               PERFORM UNTIL NOT FS-OK
                          OR DIST-CLIE-CODIGO NOT EQUAL W-FUS-DUPLICADO
                          OR W-FUS-QTDE-LDIST EQUAL 20
                   ADD 1               TO W-FUS-QTDE-LDIST
                   MOVE DIST-LINHA     TO W-FUS-LDIST(W-FUS-QTDE-LDIST)
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-PERFORM

               PERFORM 2310-MOVER-ATRIB-LINHA
                       VARYING W-FUS-SUB-LDIST FROM 1 BY 1
                       UNTIL W-FUS-SUB-LDIST GREATER W-FUS-QTDE-LDIST

               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-MOVER-ATRIB-LINHA          SECTION.
      *----------------------------------------------------------------*

           MOVE W-FUS-SOBREVIVE        TO DIST-CLIE-CODIGO
           MOVE W-FUS-LDIST(W-FUS-SUB-LDIST)
                                       TO DIST-LINHA
           READ ARQ-DIST KEY IS DIST-CHAVE
                    INVALID KEY MOVE "N" TO W-FUS-SOB-TEM-DIST
                NOT INVALID KEY MOVE "S" TO W-FUS-SOB-TEM-DIST
           END-READ

           MOVE W-FUS-DUPLICADO        TO DIST-CLIE-CODIGO
           MOVE W-FUS-LDIST(W-FUS-SUB-LDIST)
                                       TO DIST-LINHA
           READ ARQ-DIST KEY IS DIST-CHAVE
                    INVALID KEY MOVE "N" TO W-FUS-DUP-TEM-DIST
                NOT INVALID KEY MOVE "S" TO W-FUS-DUP-TEM-DIST
           END-READ

           IF  W-FUS-DUP-TEM-DIST      EQUAL "S"
               IF  W-FUS-SOB-TEM-DIST  EQUAL "N"
      * O registro do duplicado (ja na area) vira o do sobrevivente,
      * assumindo a identificacao dele (o registro do sobrevivente
      * ficou na area de ARQ-CLIENTE apos 2200).
                   MOVE W-FUS-SOBREVIVE
                                       TO DIST-CLIE-CODIGO
                   MOVE CLIE-CNPJ      TO DIST-CLIE-CNPJ
                   MOVE CLIE-RAZAO-SOCIAL
                                       TO DIST-CLIE-RAZAO-SOCIAL
                   MOVE CLIE-LATITUDE  TO DIST-CLIE-LATITUDE
                   MOVE CLIE-LONGITUDE TO DIST-CLIE-LONGITUDE
                   WRITE REG-ARQ-DIST
               END-IF
               MOVE W-FUS-DUPLICADO    TO DIST-CLIE-CODIGO
               DELETE ARQ-DIST
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
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
