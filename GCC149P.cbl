      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC149P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC149P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Interface de pedidos com o ERP - gera o       *
      *                  arquivo de saida com os pedidos digitados     *
      *                  (header, pedido, itens e trailer, no molde    *
      *                  do delta cadastral GCC132P) e marca cada      *
      *                  pedido como enviado; o retorno do ERP baixa   *
      *                  os pedidos como faturados ou cancelados, com  *
      *                  relatorio das linhas recusadas.               *
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

      * Arquivo de pedidos de visita
       COPY ".\copybooks\GCC149FC.cpy".
      * Arquivo de itens de pedido
       COPY ".\copybooks\GCC150FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      * Arquivo de pedidos de saida para o ERP
       SELECT ARQ-ERP-PEDIDO       ASSIGN TO  WID-ARQ-ERP-PEDIDO
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      * Retorno do ERP para os pedidos enviados
       SELECT ARQ-ERP-PED-RET      ASSIGN TO  WID-ARQ-ERP-PED-RET
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo de pedidos de visita
       COPY ".\copybooks\GCC149FD.cpy".
      * Arquivo de itens de pedido
       COPY ".\copybooks\GCC150FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      * Saida para o ERP: header (H + data), pedido (P + numero +
      * chave da visita + totais), itens do pedido (I) e trailer
      * (T + contagens e valor total).
       FD  ARQ-ERP-PEDIDO.
       01  REG-ARQ-ERP-PEDIDO          PIC X(120).

      * Retorno do ERP: numero do pedido, nova situacao (F faturado,
      * C cancelado), data da baixa e motivo.
       FD  ARQ-ERP-PED-RET.
       01  REG-ARQ-ERP-PED-RET.
           02 RETPD-NUMERO             PIC  9(009).
           02 RETPD-SITUACAO           PIC  X(001).
               88 RETPD-FATURADO       VALUE "F".
               88 RETPD-CANCELADO      VALUE "C".
           02 RETPD-DATA               PIC  9(008).
           02 RETPD-MOTIVO             PIC  X(040).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

       01  W-ERP-HEADER.
           05 FILLER                   PIC X(01) VALUE "H".
           05 W-ERP-H-DATA             PIC 9(08).
           05 FILLER                   PIC X(111) VALUE SPACES.

       01  W-ERP-PEDIDO.
           05 FILLER                   PIC X(01) VALUE "P".
           05 W-ERP-P-NUMERO           PIC 9(09).
           05 W-ERP-P-DATA-VISITA      PIC 9(08).
           05 W-ERP-P-VENDEDOR         PIC 9(07).
           05 W-ERP-P-CLIENTE          PIC 9(07).
           05 W-ERP-P-QTDE-ITENS       PIC 9(03).
           05 W-ERP-P-VALOR            PIC 9(11)V99.
           05 W-ERP-P-ORIGEM           PIC X(01).
           05 W-ERP-P-DATA-DIGITACAO   PIC 9(08).
           05 FILLER                   PIC X(63) VALUE SPACES.

       01  W-ERP-ITEM.
           05 FILLER                   PIC X(01) VALUE "I".
           05 W-ERP-I-NUMERO           PIC 9(09).
           05 W-ERP-I-SEQ              PIC 9(03).
           05 W-ERP-I-PRODUTO          PIC X(10).
           05 W-ERP-I-QUANTIDADE       PIC 9(07)V9(03).
           05 W-ERP-I-VALOR            PIC 9(11)V99.
           05 FILLER                   PIC X(74) VALUE SPACES.

       01  W-ERP-TRAILER.
           05 FILLER                   PIC X(01) VALUE "T".
           05 W-ERP-T-PEDIDOS          PIC 9(08).
           05 W-ERP-T-ITENS            PIC 9(08).
           05 W-ERP-T-VALOR            PIC 9(13)V99.
           05 FILLER                   PIC X(88) VALUE SPACES.

       01  W-CAMPOS-ERP.
           05  W-ERP-ENVIADOS          PIC 9(08) VALUE ZEROS.
           05  W-ERP-ENVIADOS-ED       PIC ZZZZZZZ9.
           05  W-RET-LIDOS             PIC 9(08) VALUE ZEROS.
           05  W-RET-ACEITOS           PIC 9(08) VALUE ZEROS.
           05  W-RET-REJEITADOS        PIC 9(08) VALUE ZEROS.
           05  W-RET-MOTIVO            PIC X(40) VALUE SPACES.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(44)
              VALUE "Retorno de Pedidos Recusado na Baixa".

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "Pedido".
           05 FILLER               PIC X(05) VALUE "Sit".
           05 FILLER               PIC X(40) VALUE "Motivo".

       01  W-DET-01.
           05 FILLER               PIC X(01).
           05 W-DET-01-NUMERO      PIC ZZZZZZZZ9.
           05 FILLER               PIC X(03).
           05 W-DET-01-SITUACAO    PIC X(01).
           05 FILLER               PIC X(04).
           05 W-DET-01-MOTIVO      PIC X(40).

       01  W-ROD-01.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "   Linhas lidas            : ".
           05 W-ROD-LIDOS          PIC ZZ.ZZ9.

       01  W-ROD-02.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "   Pedidos baixados        : ".
           05 W-ROD-ACEITOS        PIC ZZ.ZZ9.

       01  W-ROD-03.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "   Linhas recusadas        : ".
           05 W-ROD-REJEITADOS     PIC ZZ.ZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
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

      * Modo batch: so a geracao do arquivo de pedidos.
           IF  LK-PARAM                EQUAL "B"
               PERFORM 1000-GERAR-PEDIDOS
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "Pedidos para o ERP" TO W-MODULO
               MOVE "<Esc> Sair <F1> Gerar Pedidos <F2> Processar Reto
      -             "rno"              TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-STATUS
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-GERAR-PEDIDOS
                   WHEN COB-SCR-F2
                       PERFORM 2000-PROCESSAR-RETORNO
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-GERAR-PEDIDOS              SECTION.
      *----------------------------------------------------------------*
      * Percorre os pedidos e envia os que estao digitados, com os
      * itens; cada pedido enviado passa a situacao E com a data do
      * envio - rerodar nao reenvia nada.
           MOVE ZEROS                  TO W-ERP-ENVIADOS
                                          W-ERP-T-PEDIDOS
                                          W-ERP-T-ITENS
                                          W-ERP-T-VALOR

           PERFORM 7000-ABRIR-ARQ-PEDIDO
           IF  NOT FS-OK
               GO TO 1000-99-FIM
           END-IF
           PERFORM 7701-ABRIR-INPUT-ARQ-PED-ITEM
           IF  NOT FS-OK
               PERFORM 7009-FECHAR-ARQ-PEDIDO
               GO TO 1000-99-FIM
           END-IF

           OPEN OUTPUT ARQ-ERP-PEDIDO
           IF  NOT FS-OK
               PERFORM 7709-FECHAR-ARQ-PED-ITEM
               PERFORM 7009-FECHAR-ARQ-PEDIDO
               GO TO 1000-99-FIM
           END-IF

           ACCEPT W-ERP-H-DATA         FROM DATE YYYYMMDD
           WRITE REG-ARQ-ERP-PEDIDO    FROM W-ERP-HEADER

           PERFORM 7003-LER-PROX-ARQ-PEDIDO
           PERFORM UNTIL NOT FS-OK
               IF  PED-DIGITADO
                   PERFORM 1100-ENVIAR-PEDIDO
               END-IF
               PERFORM 7003-LER-PROX-ARQ-PEDIDO
           END-PERFORM

           MOVE W-ERP-ENVIADOS         TO W-ERP-T-PEDIDOS
           WRITE REG-ARQ-ERP-PEDIDO    FROM W-ERP-TRAILER
           CLOSE ARQ-ERP-PEDIDO
           PERFORM 7709-FECHAR-ARQ-PED-ITEM
           PERFORM 7009-FECHAR-ARQ-PEDIDO
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE W-ERP-ENVIADOS         TO W-ERP-ENVIADOS-ED
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC149P - Arquivo do ERP gerado com "
                       W-ERP-ENVIADOS-ED " pedidos"
           ELSE
               MOVE SPACES             TO W-MSGERRO
               STRING "Arquivo gerado com " W-ERP-ENVIADOS-ED
                      " pedidos, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-ENVIAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      * Linha do pedido, linhas dos itens e marca de enviado.
           INITIALIZE W-ERP-PEDIDO
           MOVE "P"                    TO W-ERP-PEDIDO(1:1)
           MOVE PED-NUMERO             TO W-ERP-P-NUMERO
           MOVE PED-VISITA-DATA        TO W-ERP-P-DATA-VISITA
           MOVE PED-VEND-CODIGO        TO W-ERP-P-VENDEDOR
           MOVE PED-CLIE-CODIGO        TO W-ERP-P-CLIENTE
           MOVE PED-QTDE-ITENS         TO W-ERP-P-QTDE-ITENS
           MOVE PED-VALOR-TOTAL        TO W-ERP-P-VALOR
           MOVE PED-ORIGEM             TO W-ERP-P-ORIGEM
           MOVE PED-DATA-DIGITACAO     TO W-ERP-P-DATA-DIGITACAO
           WRITE REG-ARQ-ERP-PEDIDO    FROM W-ERP-PEDIDO

           INITIALIZE PITEM-CHAVE
           MOVE PED-NUMERO             TO PITEM-NUMERO
           PERFORM 7705-START-ARQ-PED-ITEM-CHAVE
           IF  FS-OK
               PERFORM 7703-LER-PROX-ARQ-PED-ITEM
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR PITEM-NUMERO NOT EQUAL PED-NUMERO
               INITIALIZE W-ERP-ITEM
               MOVE "I"                TO W-ERP-ITEM(1:1)
               MOVE PITEM-NUMERO       TO W-ERP-I-NUMERO
               MOVE PITEM-SEQ          TO W-ERP-I-SEQ
               MOVE PITEM-PRODUTO      TO W-ERP-I-PRODUTO
               MOVE PITEM-QUANTIDADE   TO W-ERP-I-QUANTIDADE
               MOVE PITEM-VALOR        TO W-ERP-I-VALOR
               WRITE REG-ARQ-ERP-PEDIDO
                                       FROM W-ERP-ITEM
               ADD 1                   TO W-ERP-T-ITENS
               PERFORM 7703-LER-PROX-ARQ-PED-ITEM
           END-PERFORM

           SET PED-ENVIADO             TO TRUE
           ACCEPT PED-DATA-ENVIO       FROM DATE YYYYMMDD
           MOVE PED-DATA-ENVIO         TO PED-DATA-SITUACAO
           PERFORM 7006-REGRAVAR-ARQ-PEDIDO
           ADD 1                       TO W-ERP-ENVIADOS
           ADD PED-VALOR-TOTAL         TO W-ERP-T-VALOR.

      *----------------------------------------------------------------*
       1100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR-RETORNO          SECTION.
      *----------------------------------------------------------------*
      * Baixa dos pedidos pelo retorno do ERP: so pedido enviado pode
      * ser faturado; cancelamento vale para digitado ou enviado.
      * Linhas recusadas saem no relatorio com o motivo.
           INITIALIZE W-RET-LIDOS W-RET-ACEITOS W-RET-REJEITADOS

           OPEN INPUT ARQ-ERP-PED-RET
           IF  NOT FS-OK
               MOVE "Retorno do ERP nao encontrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7000-ABRIR-ARQ-PEDIDO
           IF  NOT FS-OK
               CLOSE ARQ-ERP-PED-RET
               GO TO 2000-99-FIM
           END-IF

           MOVE WID-ARQ-REL-ERP-PED    TO W-ARQ-RELATO
           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               CLOSE ARQ-ERP-PED-RET
               PERFORM 7009-FECHAR-ARQ-PEDIDO
               GO TO 2000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           READ ARQ-ERP-PED-RET NEXT
           PERFORM UNTIL NOT FS-OK
               ADD 1                   TO W-RET-LIDOS
               PERFORM 2100-BAIXAR-PEDIDO
               READ ARQ-ERP-PED-RET NEXT
           END-PERFORM
           CLOSE ARQ-ERP-PED-RET
           PERFORM 7009-FECHAR-ARQ-PEDIDO
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE W-RET-LIDOS            TO W-ROD-LIDOS
           MOVE W-RET-ACEITOS          TO W-ROD-ACEITOS
           MOVE W-RET-REJEITADOS       TO W-ROD-REJEITADOS
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-01 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-02 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-03 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO
           MOVE "Retorno do ERP processado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-BAIXAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO W-RET-MOTIVO
           IF  RETPD-NUMERO            NOT NUMERIC
               MOVE "Linha fora do layout esperado"
                                       TO W-RET-MOTIVO
               MOVE ZEROS              TO RETPD-NUMERO
               GO TO 2100-90-RECUSAR
           END-IF
           IF  NOT RETPD-FATURADO AND NOT RETPD-CANCELADO
               MOVE "Situacao invalida (F/C)"
                                       TO W-RET-MOTIVO
               GO TO 2100-90-RECUSAR
           END-IF

           MOVE RETPD-NUMERO           TO PED-NUMERO
           PERFORM 7002-LER-ARQ-PEDIDO-NUMERO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Pedido nao cadastrado"
                                       TO W-RET-MOTIVO
               GO TO 2100-90-RECUSAR
           END-IF
           IF  PED-FATURADO OR PED-CANCELADO
               MOVE "Pedido ja encerrado"
                                       TO W-RET-MOTIVO
               GO TO 2100-90-RECUSAR
           END-IF
           IF  RETPD-FATURADO AND NOT PED-ENVIADO
               MOVE "Pedido ainda nao enviado ao ERP"
                                       TO W-RET-MOTIVO
               GO TO 2100-90-RECUSAR
           END-IF

           MOVE RETPD-SITUACAO         TO PED-SITUACAO
           IF  RETPD-DATA              NUMERIC AND
               RETPD-DATA          NOT EQUAL ZEROS
               MOVE RETPD-DATA         TO PED-DATA-SITUACAO
           ELSE
               ACCEPT PED-DATA-SITUACAO FROM DATE YYYYMMDD
           END-IF
           PERFORM 7006-REGRAVAR-ARQ-PEDIDO
           IF  FS-OK
               ADD 1                   TO W-RET-ACEITOS
           ELSE
               STRING "Erro regravacao. FS: "
                      WS-RESULTADO-ACESSO
                      DELIMITED BY SIZE INTO W-RET-MOTIVO
               GO TO 2100-90-RECUSAR
           END-IF
           GO TO 2100-99-FIM.

       2100-90-RECUSAR.
           ADD 1                       TO W-RET-REJEITADOS
           MOVE RETPD-NUMERO           TO W-DET-01-NUMERO
           MOVE RETPD-SITUACAO         TO W-DET-01-SITUACAO
           MOVE W-RET-MOTIVO           TO W-DET-01-MOTIVO
           WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1.

      *----------------------------------------------------------------*
       2100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo de pedidos de visita
       COPY ".\copybooks\GCC149R.cpy".
      * Rotinas arquivo de itens de pedido
       COPY ".\copybooks\GCC150R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
