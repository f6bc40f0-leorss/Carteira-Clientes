      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC150P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC150P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Relatorio diario de pedidos por vendedor -    *
      *                  para a data de referencia, cruza as visitas   *
      *                  registradas (ARQ-VISITA) com os pedidos       *
      *                  fechados nelas (ARQ-PEDIDO, pela chave da     *
      *                  visita) e mostra por vendedor visitas,        *
      *                  realizadas, visitas com pedido, pedidos,      *
      *                  valor e a conversao visita-pedido.            *
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

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Arquivo de pedidos de visita
       COPY ".\copybooks\GCC149FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Arquivo de pedidos de visita
       COPY ".\copybooks\GCC149FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".

       01  W-FILTROS-PEDIDOS.
           05  W-PDD-DATA-REF          PIC 9(08) VALUE ZEROS.

      * Acumuladores do vendedor corrente (quebra por vendedor: a
      * chave da visita ja vem em data + vendedor + cliente) e do
      * total do dia.
       01  W-CAMPOS-PEDIDOS.
           05  W-PDD-VEND-CORR         PIC 9(07) VALUE ZEROS.
           05  W-PDD-TEM-PEDIDO        PIC X(01) VALUE "N".
           05  W-PDD-VISITAS           PIC 9(05) VALUE ZEROS.
           05  W-PDD-REALIZADAS        PIC 9(05) VALUE ZEROS.
           05  W-PDD-COM-PEDIDO        PIC 9(05) VALUE ZEROS.
           05  W-PDD-PEDIDOS           PIC 9(05) VALUE ZEROS.
           05  W-PDD-VALOR             PIC 9(11)V99 VALUE ZEROS.
           05  W-PDD-TOT-VISITAS       PIC 9(05) VALUE ZEROS.
           05  W-PDD-TOT-REALIZADAS    PIC 9(05) VALUE ZEROS.
           05  W-PDD-TOT-COM-PEDIDO    PIC 9(05) VALUE ZEROS.
           05  W-PDD-TOT-PEDIDOS       PIC 9(05) VALUE ZEROS.
           05  W-PDD-TOT-VALOR         PIC 9(13)V99 VALUE ZEROS.
           05  W-PDD-CONVERSAO         PIC 9(03)V99 VALUE ZEROS.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(44) VALUE
              "Pedidos por Vendedor - Visitas de           ".
           05 W-CAB-DATA           PIC 9(08).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(09) VALUE "Vendedor".
           05 FILLER               PIC X(31) VALUE "Razao Social".
           05 FILLER               PIC X(08) VALUE "Visitas".
           05 FILLER               PIC X(08) VALUE "Realiz.".
           05 FILLER               PIC X(09) VALUE "C/Pedido".
           05 FILLER               PIC X(08) VALUE "Pedidos".
           05 FILLER               PIC X(19) VALUE
              "              Valor".
           05 FILLER               PIC X(08) VALUE "  Conv.%".

       01  W-LIN-VENDEDOR.
           05 W-LV-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LV-RAZAO           PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LV-VISITAS         PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LV-REALIZADAS      PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 W-LV-COM-PEDIDO      PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LV-PEDIDOS         PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LV-VALOR           PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LV-CONVERSAO       PIC ZZ9,99.

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
       01  S-TELA-PEDIDOS.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Data referencia.....: "
                                       LINE 08 COL 10.
               10  S-PDD-DATA          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC 9(08)
                                       USING W-PDD-DATA-REF.
               10  VALUE  "Arquivo relatorio...: "
                                       LINE 10 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 33 PIC X(40)
                                       USING W-ARQ-RELATO.
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

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'
           SET ENVIRONMENT 'ESCDELAY'              TO '25'
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           MOVE "Pedidos do Dia"       TO W-MODULO
           MOVE WID-ARQ-REL-PEDIDOS    TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV             TO W-PDD-DATA-REF

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-CLS
               DISPLAY S-TELA-PEDIDOS
               ACCEPT S-PDD-DATA
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   ACCEPT S-NOME-ARQ
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               IF  W-PDD-DATA-REF      EQUAL ZEROS
                   MOVE W-DATA-MOV     TO W-PDD-DATA-REF
               END-IF
               PERFORM 2000-PROCESSAR
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      * Le as visitas da data em ordem de vendedor e, para cada uma,
      * os pedidos amarrados a chave dela; a linha do vendedor sai na
      * troca de vendedor.
           INITIALIZE W-CAMPOS-PEDIDOS

           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           IF  NOT FS-OK
               GO TO 2000-99-FIM
           END-IF
           PERFORM 7001-ABRIR-INPUT-ARQ-PEDIDO
           IF  NOT FS-OK
               PERFORM 7390-FECHAR-ARQ-VISITA
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7009-FECHAR-ARQ-PEDIDO
               PERFORM 7390-FECHAR-ARQ-VISITA
               GO TO 2000-99-FIM
           END-IF

           MOVE W-PDD-DATA-REF         TO W-CAB-DATA
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           INITIALIZE VISITA-CHAVE
           MOVE W-PDD-DATA-REF         TO VISITA-DATA
           PERFORM 7371-START-ARQ-VISITA-ASC
           IF  FS-OK
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VISITA-DATA NOT EQUAL W-PDD-DATA-REF
               IF  VISITA-VEND-CODIGO  NOT EQUAL W-PDD-VEND-CORR
                   PERFORM 4100-GRAVAR-LINHA-VEND
                   MOVE VISITA-VEND-CODIGO
                                       TO W-PDD-VEND-CORR
               END-IF
               PERFORM 2100-ACUMULAR-VISITA
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM
           PERFORM 4100-GRAVAR-LINHA-VEND

           PERFORM 7009-FECHAR-ARQ-PEDIDO
           PERFORM 7390-FECHAR-ARQ-VISITA

           PERFORM 4200-GRAVAR-TOTAL
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC150P - Relatorio de pedidos do dia gravado"
           ELSE
               MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ACUMULAR-VISITA            SECTION.
      *----------------------------------------------------------------*
      * Conta a visita e os pedidos nao cancelados fechados nela.
           ADD 1                       TO W-PDD-VISITAS
           IF  NOT VISITA-REALIZADA
               GO TO 2100-99-FIM
           END-IF
           ADD 1                       TO W-PDD-REALIZADAS

           MOVE "N"                    TO W-PDD-TEM-PEDIDO
           MOVE VISITA-CHAVE           TO PED-CHAVE-VISITA
           PERFORM 7004-START-ARQ-PEDIDO-VISITA
           IF  FS-OK
               PERFORM 7003-LER-PROX-ARQ-PEDIDO
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR PED-CHAVE-VISITA NOT EQUAL VISITA-CHAVE
               IF  NOT PED-CANCELADO
                   MOVE "S"            TO W-PDD-TEM-PEDIDO
                   ADD 1               TO W-PDD-PEDIDOS
                   ADD PED-VALOR-TOTAL TO W-PDD-VALOR
               END-IF
               PERFORM 7003-LER-PROX-ARQ-PEDIDO
           END-PERFORM
           IF  W-PDD-TEM-PEDIDO        EQUAL "S"
               ADD 1                   TO W-PDD-COM-PEDIDO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-LINHA-VEND          SECTION.
      *----------------------------------------------------------------*
      * Linha do vendedor que terminou, acumulo no total do dia e
      * zeragem para o proximo.
           IF  W-PDD-VISITAS           EQUAL ZEROS
               GO TO 4100-99-FIM
           END-IF

           MOVE W-PDD-VEND-CORR        TO W-LV-CODIGO
                                          VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-LV-RAZAO
           ELSE
               MOVE "(vendedor nao cadastrado)"
                                       TO W-LV-RAZAO
           END-IF
           MOVE W-PDD-VISITAS          TO W-LV-VISITAS
           MOVE W-PDD-REALIZADAS       TO W-LV-REALIZADAS
           MOVE W-PDD-COM-PEDIDO       TO W-LV-COM-PEDIDO
           MOVE W-PDD-PEDIDOS          TO W-LV-PEDIDOS
           MOVE W-PDD-VALOR            TO W-LV-VALOR
           MOVE ZEROS                  TO W-PDD-CONVERSAO
           IF  W-PDD-REALIZADAS        GREATER ZEROS
               COMPUTE W-PDD-CONVERSAO ROUNDED =
                       W-PDD-COM-PEDIDO * 100 / W-PDD-REALIZADAS
           END-IF
           MOVE W-PDD-CONVERSAO        TO W-LV-CONVERSAO
           WRITE REG-ARQ-RELATO FROM W-LIN-VENDEDOR AFTER 1

           ADD W-PDD-VISITAS           TO W-PDD-TOT-VISITAS
           ADD W-PDD-REALIZADAS        TO W-PDD-TOT-REALIZADAS
           ADD W-PDD-COM-PEDIDO        TO W-PDD-TOT-COM-PEDIDO
           ADD W-PDD-PEDIDOS           TO W-PDD-TOT-PEDIDOS
           ADD W-PDD-VALOR             TO W-PDD-TOT-VALOR
           MOVE ZEROS                  TO W-PDD-VISITAS
                                          W-PDD-REALIZADAS
                                          W-PDD-COM-PEDIDO
                                          W-PDD-PEDIDOS
                                          W-PDD-VALOR.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-GRAVAR-TOTAL               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO W-LIN-VENDEDOR
           MOVE "Total do dia"         TO W-LV-RAZAO
           MOVE W-PDD-TOT-VISITAS      TO W-LV-VISITAS
           MOVE W-PDD-TOT-REALIZADAS   TO W-LV-REALIZADAS
           MOVE W-PDD-TOT-COM-PEDIDO   TO W-LV-COM-PEDIDO
           MOVE W-PDD-TOT-PEDIDOS      TO W-LV-PEDIDOS
           MOVE W-PDD-TOT-VALOR        TO W-LV-VALOR
           MOVE ZEROS                  TO W-PDD-CONVERSAO
           IF  W-PDD-TOT-REALIZADAS    GREATER ZEROS
               COMPUTE W-PDD-CONVERSAO ROUNDED =
                       W-PDD-TOT-COM-PEDIDO * 100
                     / W-PDD-TOT-REALIZADAS
           END-IF
           MOVE W-PDD-CONVERSAO        TO W-LV-CONVERSAO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-LIN-VENDEDOR AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo registro de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas arquivo de pedidos de visita
       COPY ".\copybooks\GCC149R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
