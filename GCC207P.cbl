      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC207P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC207P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Fila de aprovacao de operacoes - a fusao de   *
      *                  clientes (GCC094P), a anonimizacao LGPD       *
      *                  (GCC074P), a atualizacao em massa (GCC095P) e *
      *                  o restauro de backup (GCC073P) ficam          *
      *                  pendentes em ARQ-APROVACAO com os parametros  *
      *                  e o solicitante. Outro operador com perfil    *
      *                  supervisor ou administrador aprova (a         *
      *                  operacao e executada na hora, chamando o      *
      *                  programa dela com LK-PARAM = "A") ou rejeita  *
      *                  com motivo; o solicitante pode cancelar o     *
      *                  proprio pedido. Pendentes vencidos (validade  *
      *                  em CARTEIRA_APROV_HORAS, padrao 24 horas)     *
      *                  passam a expirados. Toda decisao vai para a   *
      *                  trilha de auditoria de clientes.              *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.

      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FC.cpy".
      * Arquivo Clientes (trilha de auditoria)
       COPY ".\copybooks\GCC011FC.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207FD.cpy".
      * Arquivo Clientes (trilha de auditoria)
       COPY ".\copybooks\GCC011FD.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207W.cpy".
      * Campos controle de sequencia de codigos
       COPY ".\copybooks\GCC088W.cpy".

       01  W-PARAM-APROVADO             PIC X(01) VALUE "A".

       01  W-CAMPOS-APROVACAO.
           05  W-APV-NUMERO            PIC 9(07) VALUE ZEROS.
           05  W-APV-MOTIVO            PIC X(40) VALUE SPACES.
           05  W-APV-PROG-CALL         PIC X(08) VALUE SPACES.
           05  W-APV-NAO-ACHOU         PIC X(01) VALUE "N".
           05  W-APV-EXECUTAR          PIC X(01) VALUE "N".
      * Data e hora correntes na forma de APRV-EXPIRA, para comparar.
           05  W-APV-AGORA.
               10  W-APV-AGORA-DATA    PIC 9(08) VALUE ZEROS.
               10  W-APV-AGORA-HORA    PIC 9(08) VALUE ZEROS.

      * Lista da tela: os 14 pedidos mais recentes visiveis ao
      * operador (o gestor ve a fila inteira).
       01  W-CAMPOS-LISTA.
           05  W-QTDE-LIN              PIC 9(02) VALUE ZEROS.
           05  W-SUB-LIN               PIC 9(02) VALUE ZEROS.
           05  W-LIS-LISTA.
               10  W-LIS-LINHA         OCCURS 14 TIMES
                                       PIC X(70).

       01  W-LIS-DET.
           05  W-LIS-DET-SEQ           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-LIS-DET-OPERACAO      PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-LIS-DET-DESCR         PIC X(26).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-LIS-DET-SOLIC         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-LIS-DET-SITUACAO      PIC X(12).

      * Pedido corrente editado para a tela de detalhe.
       01  W-CAMPOS-EDICAO-APROV.
           05  W-EDA-SITUACAO          PIC X(12) VALUE SPACES.
           05  W-EDA-MOM-DATA          PIC 9(08) VALUE ZEROS.
           05  FILLER REDEFINES W-EDA-MOM-DATA.
               10  W-EDA-MOM-ANO       PIC 9(04).
               10  W-EDA-MOM-MES       PIC 9(02).
               10  W-EDA-MOM-DIA       PIC 9(02).
           05  W-EDA-MOM-HORA          PIC 9(08) VALUE ZEROS.
           05  FILLER REDEFINES W-EDA-MOM-HORA.
               10  W-EDA-MOM-HH        PIC 9(02).
               10  W-EDA-MOM-MI        PIC 9(02).
               10  FILLER              PIC 9(04).
           05  W-EDA-MOM-ED            PIC X(16) VALUE SPACES.
           05  W-EDA-PEDIDO-EM         PIC X(16) VALUE SPACES.
           05  W-EDA-VENCE-EM          PIC X(16) VALUE SPACES.
           05  W-EDA-DECISAO-EM        PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".

      *----------------------------------------------------------------*
       01  S-TELA-APROVACAO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Pedido  Operacao  Descricao"
                                       LINE 05 COL 05.
               10  VALUE  "Solicitante  Situacao"
                                       LINE 05 COL 50.
               10  LINE 06 COL 05 PIC X(70) FROM W-LIS-LINHA(1).
               10  LINE 07 COL 05 PIC X(70) FROM W-LIS-LINHA(2).
               10  LINE 08 COL 05 PIC X(70) FROM W-LIS-LINHA(3).
               10  LINE 09 COL 05 PIC X(70) FROM W-LIS-LINHA(4).
               10  LINE 10 COL 05 PIC X(70) FROM W-LIS-LINHA(5).
               10  LINE 11 COL 05 PIC X(70) FROM W-LIS-LINHA(6).
               10  LINE 12 COL 05 PIC X(70) FROM W-LIS-LINHA(7).
               10  LINE 13 COL 05 PIC X(70) FROM W-LIS-LINHA(8).
               10  LINE 14 COL 05 PIC X(70) FROM W-LIS-LINHA(9).
               10  LINE 15 COL 05 PIC X(70) FROM W-LIS-LINHA(10).
               10  LINE 16 COL 05 PIC X(70) FROM W-LIS-LINHA(11).
               10  LINE 17 COL 05 PIC X(70) FROM W-LIS-LINHA(12).
               10  LINE 18 COL 05 PIC X(70) FROM W-LIS-LINHA(13).
               10  LINE 19 COL 05 PIC X(70) FROM W-LIS-LINHA(14).
               10  VALUE  "A aprovacao executa a operacao na hora; o sol
      -                   "icitante nao aprova o"
                                       LINE 21 COL 05.
               10  VALUE  "proprio pedido. Pendente vencido passa a expi
      -                   "rado."
                                       LINE 22 COL 05.

      *----------------------------------------------------------------*
       01  S-TELA-DETALHE-APROV.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Pedido.....................: "
                                       LINE 05 COL 05.
               10  LINE 05 COL 36 PIC 9(07) FROM APRV-SEQ.
               10  VALUE  "Operacao...................: "
                                       LINE 06 COL 05.
               10  LINE 06 COL 36 PIC X(09) FROM APRV-OPERACAO.
               10  LINE 06 COL 47 PIC X(08) FROM APRV-PROGRAMA.
               10  VALUE  "Descricao..................: "
                                       LINE 07 COL 05.
               10  LINE 07 COL 36 PIC X(40) FROM APRV-DESCRICAO.
               10  VALUE  "Parametros.................: "
                                       LINE 08 COL 05.
               10  LINE 08 COL 36 PIC X(40) FROM APRV-PARAMETROS.
               10  VALUE  "Solicitante................: "
                                       LINE 10 COL 05.
               10  LINE 10 COL 36 PIC X(20) FROM APRV-SOLICITANTE.
               10  VALUE  "Perfil"     LINE 10 COL 58.
               10  LINE 10 COL 65 PIC X(01) FROM APRV-PERFIL-SOL.
               10  VALUE  "Pedido em..................: "
                                       LINE 11 COL 05.
               10  LINE 11 COL 36 PIC X(16) FROM W-EDA-PEDIDO-EM.
               10  VALUE  "Vence em...................: "
                                       LINE 12 COL 05.
               10  LINE 12 COL 36 PIC X(16) FROM W-EDA-VENCE-EM.
               10  VALUE  "Situacao...................: "
                                       LINE 14 COL 05.
               10  LINE 14 COL 36 PIC X(12) FROM W-EDA-SITUACAO.
               10  VALUE  "Decidido por...............: "
                                       LINE 15 COL 05.
               10  LINE 15 COL 36 PIC X(20) FROM APRV-DECISOR.
               10  VALUE  "Decidido em................: "
                                       LINE 16 COL 05.
               10  LINE 16 COL 36 PIC X(16) FROM W-EDA-DECISAO-EM.
               10  VALUE  "Motivo da rejeicao.........: "
                                       LINE 17 COL 05.
               10  LINE 17 COL 36 PIC X(40) FROM APRV-MOTIVO.
               10  VALUE  "Resultado da execucao......: "
                                       LINE 18 COL 05.
               10  LINE 18 COL 36 PIC X(40) FROM APRV-RESULTADO.

      *----------------------------------------------------------------*
       01  S-TELA-NUMERO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Numero do pedido...........: "
                                       LINE 24 COL 05.
               10  S-APV-NUMERO        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 24 COL 36 PIC 9(07)
                                       USING W-APV-NUMERO.

      *----------------------------------------------------------------*
       01  S-TELA-MOTIVO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Motivo da rejeicao.........: "
                                       LINE 25 COL 05.
               10  S-APV-MOTIVO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 25 COL 36 PIC X(40)
                                       USING W-APV-MOTIVO.
      *
       COPY screenio.

      *================================================================*
       PROCEDURE                       DIVISION USING LK-PARAM.
      *================================================================*

      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA.                               *
      *----------------------------------------------------------------*
       0000-MENU                       SECTION.
      *----------------------------------------------------------------*

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "Aprovacao de Operacoes" TO W-MODULO
               MOVE "<Esc> Sair <F1> Aprovar <F2> Rejeitar <F3> Detalhe 
      -             "<F4> Cancelar"  TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               PERFORM 1000-MONTAR-LISTA
               DISPLAY S-CLS
               DISPLAY S-TELA-APROVACAO
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 2000-APROVAR-PEDIDO
                   WHEN COB-SCR-F2
                       PERFORM 2500-REJEITAR-PEDIDO
                   WHEN COB-SCR-F3
                       PERFORM 2700-DETALHAR-PEDIDO
                   WHEN COB-SCR-F4
                       PERFORM 2900-CANCELAR-PEDIDO
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-MONTAR-LISTA               SECTION.
      *----------------------------------------------------------------*
      * Mantem na tabela os 14 ultimos pedidos visiveis: o operador ve
      * os proprios, o gestor (administrador/supervisor) a fila toda.
      * Na mesma passada, pendente com o prazo vencido passa a
      * expirado.
           MOVE SPACES                 TO W-LIS-LISTA
           MOVE ZEROS                  TO W-QTDE-LIN
           ACCEPT W-APV-AGORA-DATA     FROM DATE YYYYMMDD
           ACCEPT W-APV-AGORA-HORA     FROM TIME

           PERFORM 7391-ABRIR-ARQ-APROVACAO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 7394-LER-PROX-ARQ-APROVACAO
           PERFORM UNTIL NOT FS-OK
               PERFORM 1200-VERIFICAR-VENCIMENTO
               IF  W-PERFIL-GESTOR OR
                   APRV-SOLICITANTE    EQUAL W-OPERADOR
                   IF  W-QTDE-LIN      LESS 14
                       ADD 1           TO W-QTDE-LIN
                   ELSE
                       PERFORM VARYING W-SUB-LIN FROM 1 BY 1
                               UNTIL W-SUB-LIN GREATER 13
                           MOVE W-LIS-LINHA(W-SUB-LIN + 1)
                                       TO W-LIS-LINHA(W-SUB-LIN)
                       END-PERFORM
                   END-IF
                   PERFORM 1100-EDITAR-PEDIDO
                   MOVE APRV-SEQ       TO W-LIS-DET-SEQ
                   MOVE APRV-OPERACAO  TO W-LIS-DET-OPERACAO
                   MOVE APRV-DESCRICAO TO W-LIS-DET-DESCR
                   MOVE APRV-SOLICITANTE
                                       TO W-LIS-DET-SOLIC
                   MOVE W-EDA-SITUACAO TO W-LIS-DET-SITUACAO
                   MOVE W-LIS-DET      TO W-LIS-LINHA(W-QTDE-LIN)
               END-IF
               PERFORM 7394-LER-PROX-ARQ-APROVACAO
           END-PERFORM

           PERFORM 7399-FECHAR-ARQ-APROVACAO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-EDITAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      * Situacao e momentos do pedido corrente para a tela.
           EVALUATE TRUE
               WHEN APRV-PENDENTE
                   MOVE "Pendente"     TO W-EDA-SITUACAO
               WHEN APRV-APROVADO
                   MOVE "Em execucao"  TO W-EDA-SITUACAO
               WHEN APRV-EXECUTADO
                   MOVE "Executado"    TO W-EDA-SITUACAO
               WHEN APRV-FALHOU
                   MOVE "Falhou"       TO W-EDA-SITUACAO
               WHEN APRV-REJEITADO
                   MOVE "Rejeitado"    TO W-EDA-SITUACAO
               WHEN APRV-EXPIRADO
                   MOVE "Expirado"     TO W-EDA-SITUACAO
               WHEN APRV-CANCELADO
                   MOVE "Cancelado"    TO W-EDA-SITUACAO
               WHEN OTHER
                   MOVE APRV-STATUS    TO W-EDA-SITUACAO
           END-EVALUATE

           MOVE APRV-DATA-SOL          TO W-EDA-MOM-DATA
           MOVE APRV-HORA-SOL          TO W-EDA-MOM-HORA
           PERFORM 1300-EDITAR-MOMENTO
           MOVE W-EDA-MOM-ED           TO W-EDA-PEDIDO-EM
           MOVE APRV-DATA-EXPIRA       TO W-EDA-MOM-DATA
           MOVE APRV-HORA-EXPIRA       TO W-EDA-MOM-HORA
           PERFORM 1300-EDITAR-MOMENTO
           MOVE W-EDA-MOM-ED           TO W-EDA-VENCE-EM
           MOVE APRV-DATA-DECISAO      TO W-EDA-MOM-DATA
           MOVE APRV-HORA-DECISAO      TO W-EDA-MOM-HORA
           PERFORM 1300-EDITAR-MOMENTO
           MOVE W-EDA-MOM-ED           TO W-EDA-DECISAO-EM.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-VERIFICAR-VENCIMENTO       SECTION.
      *----------------------------------------------------------------*
      * Pedido pendente (ja lido, arquivo aberto em I-O) com o prazo
      * vencido em W-APV-AGORA passa a expirado, com a linha na
      * trilha de auditoria.
           IF  APRV-PENDENTE AND
               W-APV-AGORA             GREATER APRV-EXPIRA
               MOVE "E"                TO APRV-STATUS
               MOVE "Vencido sem decisao"
                                       TO APRV-RESULTADO
               REWRITE REG-ARQ-APROVACAO
               IF  FS-OK
                   MOVE "APRV-EXP"     TO W-APR-AUD-OPERACAO
                   PERFORM 7397-REGISTRAR-APROVACAO
               END-IF
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-EDITAR-MOMENTO             SECTION.
      *----------------------------------------------------------------*
      * W-EDA-MOM-DATA/HORA como "DD/MM/AAAA HH:MM" (branco se zero).
           MOVE SPACES                 TO W-EDA-MOM-ED
           IF  W-EDA-MOM-DATA          GREATER ZEROS
               STRING W-EDA-MOM-DIA "/" W-EDA-MOM-MES "/"
                      W-EDA-MOM-ANO " " W-EDA-MOM-HH ":"
                      W-EDA-MOM-MI
                      DELIMITED BY SIZE INTO W-EDA-MOM-ED
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-LER-PEDIDO-INFORMADO       SECTION.
      *----------------------------------------------------------------*
      * Pede o numero na tela, abre a fila em I-O e le o pedido,
      * ja vencendo o pendente fora do prazo. Volta W-MSGERRO com o
      * motivo quando nao ha pedido a tratar (fila ja fechada).
           MOVE SPACES                 TO W-MSGERRO
           MOVE ZEROS                  TO W-APV-NUMERO
           MOVE "N"                    TO W-REG-ENCONTRADO
           DISPLAY S-TELA-NUMERO
           ACCEPT S-APV-NUMERO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC OR
               W-APV-NUMERO            EQUAL ZEROS
               MOVE "X"                TO W-REG-ENCONTRADO
               GO TO 1400-99-FIM
           END-IF

           PERFORM 7391-ABRIR-ARQ-APROVACAO
           IF  NOT FS-OK
               MOVE "X"                TO W-REG-ENCONTRADO
               STRING "Erro ao abrir ARQ-APROVACAO. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               GO TO 1400-99-FIM
           END-IF

           MOVE W-APV-NUMERO           TO APRV-SEQ
           PERFORM 7393-LER-ARQ-APROVACAO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N" OR
               (NOT W-PERFIL-GESTOR AND
                APRV-SOLICITANTE   NOT EQUAL W-OPERADOR)
               MOVE "N"                TO W-REG-ENCONTRADO
               PERFORM 7399-FECHAR-ARQ-APROVACAO
               MOVE "Pedido nao encontrado, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 1400-99-FIM
           END-IF

           ACCEPT W-APV-AGORA-DATA     FROM DATE YYYYMMDD
           ACCEPT W-APV-AGORA-HORA     FROM TIME
           PERFORM 1200-VERIFICAR-VENCIMENTO.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-APROVAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      * So supervisor/administrador aprova, e nunca o proprio pedido.
      * Aprovado, o pedido e executado na hora pelo programa da
      * operacao.
           MOVE "[Aprovar]"            TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           MOVE "N"                    TO W-APV-EXECUTAR
           IF  NOT W-PERFIL-GESTOR
               MOVE "Acesso negado para o seu perfil, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 1400-LER-PEDIDO-INFORMADO
           IF  W-REG-ENCONTRADO    NOT EQUAL "S"
               IF  W-MSGERRO       NOT EQUAL SPACES
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 2000-99-FIM
           END-IF

           EVALUATE TRUE
               WHEN APRV-EXPIRADO
                   MOVE "Pedido vencido, tecle <Enter>"
                                       TO W-MSGERRO
               WHEN NOT APRV-PENDENTE
                   MOVE "So pedido pendente pode ser aprovado, tecle <En
      -                 "ter>"     TO W-MSGERRO
               WHEN APRV-SOLICITANTE   EQUAL W-OPERADOR
                   MOVE "O solicitante nao pode aprovar o proprio pedido
      -                 ", tecle <Enter>"
                                       TO W-MSGERRO
               WHEN OTHER
                   PERFORM 1100-EDITAR-PEDIDO
                   DISPLAY S-CLS
                   DISPLAY S-TELA-DETALHE-APROV
                   PERFORM 8100-CONFIRMA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-F1
                       MOVE "A"        TO APRV-STATUS
                       MOVE W-OPERADOR TO APRV-DECISOR
                       ACCEPT APRV-DATA-DECISAO FROM DATE YYYYMMDD
                       ACCEPT APRV-HORA-DECISAO FROM TIME
                       REWRITE REG-ARQ-APROVACAO
                       IF  FS-OK
                           MOVE "S"    TO W-APV-EXECUTAR
                           MOVE "APRV-OK"
                                       TO W-APR-AUD-OPERACAO
                           PERFORM 7397-REGISTRAR-APROVACAO
                       ELSE
                           STRING "Erro gravar ARQ-APROVACAO. FS: "
                                  WS-RESULTADO-ACESSO INTO W-MSGERRO
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 7399-FECHAR-ARQ-APROVACAO

           IF  W-MSGERRO           NOT EQUAL SPACES
               PERFORM 8500-MOSTRA-AVISO
           END-IF

           IF  W-APV-EXECUTAR          EQUAL "S"
               PERFORM 2100-EXECUTAR-APROVADO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-EXECUTAR-APROVADO          SECTION.
      *----------------------------------------------------------------*
      * Chama o programa da operacao com LK-PARAM = "A" e o numero do
      * pedido em CARTEIRA_APROVACAO; o programa confere o pedido,
      * executa e fecha o pedido com o resultado. Pedido que continua
      * "aprovado" na volta (programa ausente ou interrompido) fica
      * com falha, para ser pedido de novo.
           MOVE APRV-SEQ               TO W-APR-SEQ
           MOVE W-APR-SEQ              TO W-APR-SEQ-TX
           MOVE APRV-PROGRAMA          TO W-APV-PROG-CALL
           SET ENVIRONMENT "CARTEIRA_APROVACAO" TO W-APR-SEQ-TX

           MOVE "N"                    TO W-APV-NAO-ACHOU
      * Cada execucao comeca do zero: os nomes de arquivo do programa
      * sao resolvidos pelo CARTEIRA_DIR na sua carga.
           CANCEL W-APV-PROG-CALL
           CALL W-APV-PROG-CALL        USING W-PARAM-APROVADO
               ON EXCEPTION
                   MOVE "S"            TO W-APV-NAO-ACHOU
           END-CALL
           MOVE ZEROS                  TO RETURN-CODE
           CANCEL W-APV-PROG-CALL
           SET ENVIRONMENT "CARTEIRA_APROVACAO" TO " "

           PERFORM 7391-ABRIR-ARQ-APROVACAO
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF
           MOVE W-APR-SEQ              TO APRV-SEQ
           PERFORM 7393-LER-ARQ-APROVACAO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S" AND
               APRV-APROVADO
               MOVE "F"                TO APRV-STATUS
               IF  W-APV-NAO-ACHOU     EQUAL "S"
                   MOVE "Programa da operacao nao encontrado"
                                       TO APRV-RESULTADO
               ELSE
                   MOVE "Execucao nao concluida"
                                       TO APRV-RESULTADO
               END-IF
               REWRITE REG-ARQ-APROVACAO
               IF  FS-OK
                   MOVE "APRV-FALH"    TO W-APR-AUD-OPERACAO
                   PERFORM 7397-REGISTRAR-APROVACAO
               END-IF
           END-IF

           MOVE SPACES                 TO W-MSGERRO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 1100-EDITAR-PEDIDO
               MOVE APRV-SEQ           TO W-APR-SEQ-ED
               STRING "Pedido " FUNCTION TRIM(W-APR-SEQ-ED) " "
                      FUNCTION TRIM(W-EDA-SITUACAO) ": "
                      FUNCTION TRIM(APRV-RESULTADO)
                      DELIMITED BY SIZE INTO W-MSGERRO
           END-IF
           PERFORM 7399-FECHAR-ARQ-APROVACAO

           IF  W-MSGERRO           NOT EQUAL SPACES
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-REJEITAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * Supervisor/administrador rejeita pedido pendente de outro
      * operador, com motivo obrigatorio (o solicitante cancela o
      * proprio).
           MOVE "[Rejeitar]"           TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           IF  NOT W-PERFIL-GESTOR
               MOVE "Acesso negado para o seu perfil, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2500-99-FIM
           END-IF

           PERFORM 1400-LER-PEDIDO-INFORMADO
           IF  W-REG-ENCONTRADO    NOT EQUAL "S"
               IF  W-MSGERRO       NOT EQUAL SPACES
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 2500-99-FIM
           END-IF

           EVALUATE TRUE
               WHEN APRV-EXPIRADO
                   MOVE "Pedido vencido, tecle <Enter>"
                                       TO W-MSGERRO
               WHEN NOT APRV-PENDENTE
                   MOVE "So pedido pendente pode ser rejeitado, tecle <E
      -                 "nter>"     TO W-MSGERRO
               WHEN APRV-SOLICITANTE   EQUAL W-OPERADOR
                   MOVE "Pedido proprio: use <F4> Cancelar, tecle <Enter
      -                 ">"         TO W-MSGERRO
               WHEN OTHER
                   MOVE SPACES         TO W-APV-MOTIVO
                   DISPLAY S-TELA-MOTIVO
                   ACCEPT S-APV-MOTIVO
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-ESC
                       CONTINUE
                   ELSE
                       IF  W-APV-MOTIVO EQUAL SPACES
                           MOVE "Informe o motivo da rejeicao, tecle <En
      -                         "ter>"
                                       TO W-MSGERRO
                       ELSE
                           PERFORM 8100-CONFIRMA
                           IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                               PERFORM 2600-GRAVAR-REJEICAO
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 7399-FECHAR-ARQ-APROVACAO

           IF  W-MSGERRO           NOT EQUAL SPACES
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-GRAVAR-REJEICAO            SECTION.
      *----------------------------------------------------------------*

           MOVE "R"                    TO APRV-STATUS
           MOVE W-OPERADOR             TO APRV-DECISOR
           ACCEPT APRV-DATA-DECISAO    FROM DATE YYYYMMDD
           ACCEPT APRV-HORA-DECISAO    FROM TIME
           MOVE W-APV-MOTIVO           TO APRV-MOTIVO
           REWRITE REG-ARQ-APROVACAO
           IF  FS-OK
               MOVE "APRV-REJ"         TO W-APR-AUD-OPERACAO
               PERFORM 7397-REGISTRAR-APROVACAO
               MOVE "Pedido rejeitado, tecle <Enter>"
                                       TO W-MSGERRO
           ELSE
               STRING "Erro gravar ARQ-APROVACAO. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-DETALHAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * Pedido completo: parametros, prazos, decisao e resultado.
           MOVE "[Detalhe]"            TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS

           PERFORM 1400-LER-PEDIDO-INFORMADO
           IF  W-REG-ENCONTRADO    NOT EQUAL "S"
               IF  W-MSGERRO       NOT EQUAL SPACES
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 2700-99-FIM
           END-IF
           PERFORM 7399-FECHAR-ARQ-APROVACAO

           PERFORM 1100-EDITAR-PEDIDO
           DISPLAY S-CLS
           DISPLAY S-TELA-DETALHE-APROV
           MOVE "Tecle <Enter> para voltar"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-CANCELAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * O solicitante desiste do proprio pedido ainda pendente.
           MOVE "[Cancelar]"           TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS

           PERFORM 1400-LER-PEDIDO-INFORMADO
           IF  W-REG-ENCONTRADO    NOT EQUAL "S"
               IF  W-MSGERRO       NOT EQUAL SPACES
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 2900-99-FIM
           END-IF

           EVALUATE TRUE
               WHEN APRV-SOLICITANTE NOT EQUAL W-OPERADOR
                   MOVE "So o solicitante cancela o pedido, tecle <Enter
      -                 ">"         TO W-MSGERRO
               WHEN NOT APRV-PENDENTE
                   MOVE "So pedido pendente pode ser cancelado, tecle <E
      -                 "nter>"     TO W-MSGERRO
               WHEN OTHER
                   PERFORM 8100-CONFIRMA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-F1
                       MOVE "C"        TO APRV-STATUS
                       MOVE SPACES     TO APRV-RESULTADO
                       STRING "Cancelado por " W-OPERADOR
                              DELIMITED BY SIZE INTO APRV-RESULTADO
                       REWRITE REG-ARQ-APROVACAO
                       IF  FS-OK
                           MOVE "APRV-CANC"
                                       TO W-APR-AUD-OPERACAO
                           PERFORM 7397-REGISTRAR-APROVACAO
                           MOVE "Pedido cancelado, tecle <Enter>"
                                       TO W-MSGERRO
                       ELSE
                           STRING "Erro gravar ARQ-APROVACAO. FS: "
                                  WS-RESULTADO-ACESSO INTO W-MSGERRO
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 7399-FECHAR-ARQ-APROVACAO

           IF  W-MSGERRO           NOT EQUAL SPACES
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas pedidos de aprovacao de operacoes
       COPY ".\copybooks\GCC207R.cpy".
      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas controle de sequencia de codigos
       COPY ".\copybooks\GCC088R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
