      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC161P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC161P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Aprovacao da distribuicao retida - quando a   *
      *                  distribuicao (GCC030P) troca de vendedor uma  *
      *                  fatia da carteira acima do limite de movimento*
      *                  do ARQ-PARAM, o resultado fica no             *
      *                  ARQ-DIST-PEND. Aqui o supervisor ve o resumo  *
      *                  do movimento por vendedor contra o ARQ-DIST   *
      *                  em vigor e aprova (o resultado substitui o    *
      *                  ARQ-DIST, com o historico de atribuicoes) ou  *
      *                  descarta (o ARQ-DIST fica como esta).         *
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

      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Distribuicao aguardando aprovacao
       COPY ".\copybooks\GCC161FC.cpy".

      * Historico de atribuicoes (um evento por troca de vendedor)
       SELECT ARQ-HIST-ATRIB       ASSIGN TO  WID-ARQ-HIST-ATRIB
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Distribuicao aguardando aprovacao
       COPY ".\copybooks\GCC161FD.cpy".

      * Historico de atribuicoes
       FD  ARQ-HIST-ATRIB.
       01  REG-ARQ-HIST-ATRIB.
           02 HATR-DATA                PIC  9(008).
           02 FILLER                   PIC  X(001).
           02 HATR-CLIE-CODIGO         PIC  9(007).
           02 FILLER                   PIC  X(001).
           02 HATR-VEND-ANTERIOR       PIC  9(007).
           02 FILLER                   PIC  X(001).
           02 HATR-VEND-NOVO           PIC  9(007).
           02 FILLER                   PIC  X(001).
           02 HATR-DISTANCIA-M         PIC  9(010).
           02 FILLER                   PIC  X(001).
           02 HATR-ORIGEM              PIC  X(008).
           02 FILLER                   PIC  X(001).
           02 HATR-LINHA               PIC  9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos aprovacao da distribuicao retida
       COPY ".\copybooks\GCC161W.cpy".

      * Resumo por vendedor na tela: so os vendedores com movimento,
      * 14 por pagina.
       01  W-APOIO-APROVA.
           05  W-161-QTDE-MOV          PIC 9(04) VALUE ZEROS.
           05  W-161-SUB               PIC 9(04) VALUE ZEROS.
           05  W-161-PRIMEIRO          PIC 9(04) VALUE 1.
           05  W-161-LIN               PIC 9(02) VALUE ZEROS.
           05  W-161-EVENTOS-ED        PIC ZZZZZZ9.
           05  W-161-IDX               OCCURS 2000 TIMES PIC 9(04).
           05  W-161-LINHA             OCCURS 14 TIMES PIC X(72).

       01  W-161-DET.
           05  W-161-DET-VEND          PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-161-DET-RAZAO         PIC X(32).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  W-161-DET-ATUAL         PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-161-DET-PERDE         PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-161-DET-GANHA         PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".

      * Copybook tela aprovacao da distribuicao retida
       COPY ".\copybooks\GCC161S.cpy".
      *
       COPY screenio.

      *================================================================*
       PROCEDURE                       DIVISION USING LK-PARAM.
      *================================================================*

      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA.                               *
      *----------------------------------------------------------------*
       0000-INICIO                     SECTION.
      *----------------------------------------------------------------*

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           MOVE "Aprovacao da Distribuicao"
                                       TO W-MODULO
           MOVE " "                    TO W-OP
           MOVE "N"                    TO W-VOLTAR

           IF  NOT W-PERFIL-GESTOR
               MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

           PERFORM 7842-VERIFICAR-DIST-PEND
           IF  W-DPEN-PENDENTE         EQUAL "N"
               MOVE "Nenhuma distribuicao aguardando aprovacao, tecle
      -             "<Enter>"          TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

      * Movimento apurado de novo contra o ARQ-DIST de agora: as
      * reatribuicoes manuais feitas depois da retencao entram no
      * resumo (e seriam sobrepostas pela aprovacao).
           PERFORM 7843-APURAR-MOVIMENTO
           PERFORM 1000-SELECIONAR-MOVIMENTO

           MOVE 1                      TO W-161-PRIMEIRO
           PERFORM 2000-EXIBIR-RESUMO UNTIL W-VOLTAR EQUAL "S"

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-SELECIONAR-MOVIMENTO       SECTION.
      *----------------------------------------------------------------*
      * Guarda em W-161-IDX as posicoes do resumo por vendedor que
      * perdem ou recebem atribuicoes.
           MOVE ZEROS                  TO W-161-QTDE-MOV
           PERFORM VARYING W-SUB-DPEN FROM 1 BY 1
                   UNTIL W-SUB-DPEN GREATER W-QTDE-DPEN-VEND
               IF  W-TDP-PERDE (W-SUB-DPEN) GREATER ZEROS OR
                   W-TDP-GANHA (W-SUB-DPEN) GREATER ZEROS
                   ADD 1               TO W-161-QTDE-MOV
                   MOVE W-SUB-DPEN     TO W-161-IDX (W-161-QTDE-MOV)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-EXIBIR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-MONTAR-PAGINA

           DISPLAY S-CLS
           DISPLAY S-TELA-APROVA-DIST
           MOVE "<Esc> Voltar <PgDn> <PgUp> Pagina <F1> Aprovar <F3> De
      -         "scartar"              TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   IF  W-161-PRIMEIRO + 14 NOT GREATER W-161-QTDE-MOV
                       ADD 14          TO W-161-PRIMEIRO
                   ELSE
                       MOVE "Ultima pagina, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
               WHEN COB-SCR-PAGE-UP
                   IF  W-161-PRIMEIRO  GREATER 14
                       SUBTRACT 14     FROM W-161-PRIMEIRO
                   ELSE
                       MOVE 1          TO W-161-PRIMEIRO
                   END-IF
               WHEN COB-SCR-F1
                   PERFORM 3000-APROVAR
               WHEN COB-SCR-F3
                   PERFORM 4000-DESCARTAR
               WHEN COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-MONTAR-PAGINA              SECTION.
      *----------------------------------------------------------------*
      * Monta as 14 linhas da pagina a partir de W-161-PRIMEIRO.
           MOVE W-161-PRIMEIRO         TO W-161-SUB
           PERFORM VARYING W-161-LIN FROM 1 BY 1
                   UNTIL W-161-LIN GREATER 14
               MOVE SPACES             TO W-161-LINHA (W-161-LIN)
               IF  W-161-SUB           NOT GREATER W-161-QTDE-MOV
                   MOVE W-161-IDX (W-161-SUB)
                                       TO W-SUB-DPEN
                   MOVE W-TDP-VEND (W-SUB-DPEN)
                                       TO W-161-DET-VEND
                   MOVE W-TDP-RAZAO (W-SUB-DPEN)
                                       TO W-161-DET-RAZAO
                   MOVE W-TDP-ATUAL (W-SUB-DPEN)
                                       TO W-161-DET-ATUAL
                   MOVE W-TDP-PERDE (W-SUB-DPEN)
                                       TO W-161-DET-PERDE
                   MOVE W-TDP-GANHA (W-SUB-DPEN)
                                       TO W-161-DET-GANHA
                   MOVE W-161-DET      TO W-161-LINHA (W-161-LIN)
               END-IF
               ADD 1                   TO W-161-SUB
           END-PERFORM

           IF  W-161-QTDE-MOV          EQUAL ZEROS
               MOVE "Nenhum vendedor perde ou recebe atribuicoes"
                                       TO W-161-LINHA (1)
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-APROVAR                    SECTION.
      *----------------------------------------------------------------*
      * Aplica a distribuicao retida: o ARQ-DIST passa a ser o
      * resultado novo e cada troca entra no historico de atribuicoes.
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7846-APLICAR-DIST-PEND
           IF  W-DPEN-APLICADA         EQUAL "S"
               MOVE W-DPEN-EVENTOS     TO W-161-EVENTOS-ED
               MOVE SPACES             TO W-MSGERRO
               STRING "Distribuicao aplicada, " W-161-EVENTOS-ED
                      " trocas no historico, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
           ELSE
               MOVE "Distribuicao nao aplicada, confira o ARQ-DIST-PEND
      -             ", tecle <Enter>"  TO W-MSGERRO
           END-IF
           PERFORM 8500-MOSTRA-AVISO
           MOVE "S"                    TO W-VOLTAR.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-DESCARTAR                  SECTION.
      *----------------------------------------------------------------*
      * Descarta a distribuicao retida; o ARQ-DIST em vigor fica.
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 4000-99-FIM
           END-IF

           PERFORM 7847-DESCARTAR-DIST-PEND
           MOVE "Distribuicao retida descartada, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO
           MOVE "S"                    TO W-VOLTAR.

      *----------------------------------------------------------------*
       4000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas distribuicao aguardando aprovacao
       COPY ".\copybooks\GCC161R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
