      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC170P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC170P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Acuracia da previsao de vendas - no           *
      *                  fechamento da competencia compara cada        *
      *                  previsao registrada no GCC169P (a declarada   *
      *                  pelo vendedor e a ajustada pelo supervisor)   *
      *                  com o total realizado em ARQ-VENDAS dos       *
      *                  clientes da carteira do vendedor, com o       *
      *                  desvio % de cada uma e o erro medio absoluto. *
      *                  Roda no ciclo de fim de mes (GCC113P) ou sob  *
      *                  demanda.                                      *
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
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Previsao de vendas do vendedor
       COPY ".\copybooks\GCC169FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Previsao de vendas do vendedor
       COPY ".\copybooks\GCC169FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".

      * Competencia recebida do orquestrador de fim de mes (GCC113P)
      * pela variavel de ambiente CARTEIRA_COMPETENCIA no modo batch.
       01  W-COMP-BATCH.
           05  W-COMP-BAT-TX           PIC X(06) VALUE SPACES.
           05  W-COMP-BAT-NUM REDEFINES W-COMP-BAT-TX
                                       PIC 9(06).

       01  W-CAMPOS-ACURACIA.
           05  W-ACU-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  FILLER                  REDEFINES W-ACU-COMPETENCIA.
               10  W-ACU-COMP-ANO      PIC 9(04).
               10  W-ACU-COMP-MES      PIC 9(02).
           05  W-ACU-VEND-ANT          PIC 9(07) VALUE ZEROS.
           05  W-ACU-FINAL             PIC 9(11)V9(02) VALUE ZEROS.
           05  W-ACU-REALIZADO         PIC 9(13)V9(02) VALUE ZEROS.
           05  W-ACU-DESVIO-VEND       PIC S9(05)V9(02) VALUE ZEROS.
           05  W-ACU-DESVIO-FINAL      PIC S9(05)V9(02) VALUE ZEROS.
           05  W-ACU-ABS-VEND          PIC 9(05)V9(02) VALUE ZEROS.
           05  W-ACU-ABS-FINAL         PIC 9(05)V9(02) VALUE ZEROS.
      * Totais do relatorio.
           05  W-ACU-QTDE-PREV         PIC 9(05) VALUE ZEROS.
           05  W-ACU-QTDE-MEDIDA       PIC 9(05) VALUE ZEROS.
           05  W-ACU-QTDE-AJUSTE       PIC 9(05) VALUE ZEROS.
           05  W-ACU-QTDE-MELHOROU     PIC 9(05) VALUE ZEROS.
           05  W-ACU-SOMA-ABS-VEND     PIC 9(09)V9(02) VALUE ZEROS.
           05  W-ACU-SOMA-ABS-FINAL    PIC 9(09)V9(02) VALUE ZEROS.
           05  W-ACU-TOT-VEND          PIC 9(15)V9(02) VALUE ZEROS.
           05  W-ACU-TOT-FINAL         PIC 9(15)V9(02) VALUE ZEROS.
           05  W-ACU-TOT-REALIZADO     PIC 9(15)V9(02) VALUE ZEROS.
           05  W-ACU-MEDIA             PIC 9(05)V9(02) VALUE ZEROS.

      * Mapa cliente -> vendedor da carteira corrente (ARQ-DIST em
      * ordem de cliente).
       01  W-TAB-MAPA-CLIE.
           05  W-QTDE-TAB-MAP          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-MAP               PIC 9(04) COMP VALUE ZEROS.
           05  W-MAP-ITEM              OCCURS 9999 TIMES.
               10  W-MAP-CLIE          PIC 9(007).
               10  W-MAP-VEND          PIC 9(007).

      * Realizado da competencia por vendedor.
       01  W-TAB-REALIZADO.
           05  W-QTDE-REA              PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-REA               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-REA-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-REA-ITEM              OCCURS 2000 TIMES.
               10  W-REA-VEND          PIC 9(007).
               10  W-REA-VALOR         PIC 9(013)V9(002).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(45) VALUE
              "Acuracia da Previsao de Vendas - Competencia ".
           05 W-CAB-COMPETENCIA    PIC 9(06).

       01  W-CAB-02.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(08) VALUE "Vendedor".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(30) VALUE "Razao Social".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(17) VALUE "  Prev. Vendedor".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(17) VALUE "  Ajuste Superv.".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(17) VALUE "       Realizado".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(09) VALUE "Desv.Vend".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Desv.Final".

       01  W-DET-01.
           05 FILLER               PIC X(01).
           05 W-DET-VEND           PIC ZZZZZZ9.
           05 FILLER               PIC X(02).
           05 W-DET-RAZAO          PIC X(30).
           05 FILLER               PIC X(02).
           05 W-DET-PREV-VEND      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02).
           05 W-DET-AJUSTE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 W-DET-AJUSTE-TX      REDEFINES W-DET-AJUSTE
                                   PIC X(17).
           05 FILLER               PIC X(02).
           05 W-DET-REALIZADO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02).
           05 W-DET-DESV-VEND      PIC -ZZZZ9,99.
           05 W-DET-DESV-VEND-TX   REDEFINES W-DET-DESV-VEND
                                   PIC X(09).
           05 FILLER               PIC X(01).
           05 W-DET-DESV-FINAL     PIC -ZZZZ9,99.
           05 W-DET-DESV-FINAL-TX  REDEFINES W-DET-DESV-FINAL
                                   PIC X(09).

       01  W-ROD-01.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Total previsto pelos vendedores:".
           05 W-ROD-TOT-VEND       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-02.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Total previsto final (ajustado):".
           05 W-ROD-TOT-FINAL      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-03.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Total realizado................:".
           05 W-ROD-TOT-REALIZADO  PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-04.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Erro medio absoluto vendedor %.:".
           05 W-ROD-MEDIA-VEND     PIC ZZZZ9,99.
           05 FILLER               PIC X(04).
           05 FILLER               PIC X(22)
              VALUE "(previsoes medidas: ".
           05 W-ROD-QTDE-MEDIDA    PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE ")".

       01  W-ROD-05.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Erro medio absoluto final %....:".
           05 W-ROD-MEDIA-FINAL    PIC ZZZZ9,99.

       01  W-ROD-06.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Ajustes do supervisor..........:".
           05 W-ROD-QTDE-AJUSTE    PIC ZZZZ9.
           05 FILLER               PIC X(34)
              VALUE "   aproximaram do realizado.....:".
           05 W-ROD-QTDE-MELHOROU  PIC ZZZZ9.

       01  W-ROD-SEM-PREVISAO.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhuma previsao registrada para a competencia".

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
       01  S-TELA-ACURACIA.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Competencia (AAAAMM).......: "
                                       LINE 08 COL 10.
               10  S-ACU-COMP          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(06)
                                       USING W-ACU-COMPETENCIA.
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

           MOVE "Acuracia Previsao"    TO W-MODULO
           MOVE WID-ARQ-REL-PREVISAO   TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           IF  LK-PARAM                EQUAL "B"
               PERFORM 1200-OBTER-COMPETENCIA-BAT
           ELSE
      * Sugere a competencia fechada: o mes anterior ao da data
      * movimento.
               PERFORM 7935-LER-DATA-MOV
               MOVE W-DATA-MOV(1:6)    TO W-ACU-COMPETENCIA
               IF  W-ACU-COMP-MES      EQUAL 01
                   SUBTRACT 1          FROM W-ACU-COMP-ANO
                   MOVE 12             TO W-ACU-COMP-MES
               ELSE
                   SUBTRACT 1          FROM W-ACU-COMP-MES
               END-IF
               DISPLAY S-CLS
               DISPLAY S-TELA-ACURACIA
               ACCEPT S-ACU-COMP
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   IF  W-ACU-COMPETENCIA EQUAL ZEROS
                       MOVE "Competencia obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                       MOVE "S"        TO W-VOLTAR
                   END-IF
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 2000-PROCESSAR
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-OBTER-COMPETENCIA-BAT      SECTION.
      *----------------------------------------------------------------*
      * Modo batch (ciclo de fim de mes, GCC113P): a competencia vem
      * da variavel de ambiente CARTEIRA_COMPETENCIA.
           MOVE SPACES                 TO W-COMP-BAT-TX
           DISPLAY "CARTEIRA_COMPETENCIA"
                                       UPON ENVIRONMENT-NAME
           ACCEPT  W-COMP-BAT-TX       FROM ENVIRONMENT-VALUE

           IF  W-COMP-BAT-NUM NUMERIC AND
               W-COMP-BAT-NUM GREATER ZEROS
               MOVE W-COMP-BAT-NUM     TO W-ACU-COMPETENCIA
           ELSE
               DISPLAY "GCC170P - CARTEIRA_COMPETENCIA ausente ou "
                       "invalida - acuracia nao apurada"
               MOVE "S"                TO W-VOLTAR
               MOVE 8                  TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-ACU-QTDE-PREV
                                          W-ACU-QTDE-MEDIDA
                                          W-ACU-QTDE-AJUSTE
                                          W-ACU-QTDE-MELHOROU
                                          W-ACU-SOMA-ABS-VEND
                                          W-ACU-SOMA-ABS-FINAL
                                          W-ACU-TOT-VEND
                                          W-ACU-TOT-FINAL
                                          W-ACU-TOT-REALIZADO
           MOVE W-ACU-COMPETENCIA      TO W-CAB-COMPETENCIA

           PERFORM 2100-CARREGAR-MAPA-CLIE
           PERFORM 2200-APURAR-REALIZADO

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-02   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           PERFORM 3000-COMPARAR-PREVISOES
           PERFORM 4000-GRAVAR-RESUMO

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC170P - Acuracia da previsao "
                       W-ACU-COMPETENCIA ": " W-ACU-QTDE-PREV
                       " previsoes, " W-ACU-QTDE-MEDIDA " medidas"
           ELSE
               MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CARREGAR-MAPA-CLIE         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-QTDE-TAB-MAP
           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2100-99-FIM
           END-IF
           PERFORM 7653-LER-PROX-ARQ-DIST
           PERFORM UNTIL NOT FS-OK
               IF  W-QTDE-TAB-MAP      LESS 9999
                   ADD 1               TO W-QTDE-TAB-MAP
                   MOVE DIST-CLIE-CODIGO
                        TO W-MAP-CLIE(W-QTDE-TAB-MAP)
                   MOVE DIST-VEND-CODIGO
                        TO W-MAP-VEND(W-QTDE-TAB-MAP)
               END-IF
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM
           PERFORM 7690-FECHAR-ARQ-DIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-APURAR-REALIZADO           SECTION.
      *----------------------------------------------------------------*
      * Faturamento da competencia (indice de competencia) creditado
      * ao vendedor da carteira de cada cliente, uma vez por
      * vendedor mesmo com mais de uma linha de negocio.
           MOVE ZEROS                  TO W-QTDE-REA
           PERFORM 7411-ABRIR-INPUT-ARQ-VENDAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           INITIALIZE VENDAS-CHAVE
           MOVE W-ACU-COMPETENCIA      TO VENDAS-COMPETENCIA
           PERFORM 7472-START-ARQ-VENDAS-COMP
           IF  FS-OK
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VENDAS-COMPETENCIA NOT EQUAL W-ACU-COMPETENCIA
               PERFORM 2210-CREDITAR-VENDA
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-PERFORM

           PERFORM 7490-FECHAR-ARQ-VENDAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-CREDITAR-VENDA             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-ACU-VEND-ANT
           PERFORM VARYING W-SUB-MAP FROM 1 BY 1
                   UNTIL W-SUB-MAP GREATER W-QTDE-TAB-MAP
                      OR W-MAP-CLIE(W-SUB-MAP) GREATER
                         VENDAS-CLIE-CODIGO
               IF  W-MAP-CLIE(W-SUB-MAP) EQUAL VENDAS-CLIE-CODIGO AND
                   W-MAP-VEND(W-SUB-MAP) NOT EQUAL W-ACU-VEND-ANT
                   MOVE W-MAP-VEND(W-SUB-MAP) TO W-ACU-VEND-ANT
                   PERFORM 2220-LOCALIZAR-REALIZADO
                   IF  W-SUB-REA-ACHADO GREATER ZEROS
                       ADD VENDAS-VALOR
                           TO W-REA-VALOR(W-SUB-REA-ACHADO)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-LOCALIZAR-REALIZADO        SECTION.
      *----------------------------------------------------------------*
      * Posicao do vendedor W-ACU-VEND-ANT na tabela do realizado,
      * incluindo-o quando ainda nao esta nela.
           MOVE ZEROS                  TO W-SUB-REA-ACHADO
           PERFORM VARYING W-SUB-REA FROM 1 BY 1
                   UNTIL W-SUB-REA GREATER W-QTDE-REA
                      OR W-SUB-REA-ACHADO GREATER ZEROS
               IF  W-REA-VEND(W-SUB-REA) EQUAL W-ACU-VEND-ANT
                   MOVE W-SUB-REA      TO W-SUB-REA-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-REA-ACHADO        EQUAL ZEROS AND
               W-QTDE-REA              LESS 2000
               ADD 1                   TO W-QTDE-REA
               MOVE W-QTDE-REA         TO W-SUB-REA-ACHADO
               MOVE W-ACU-VEND-ANT     TO W-REA-VEND(W-QTDE-REA)
               MOVE ZEROS              TO W-REA-VALOR(W-QTDE-REA)
           END-IF.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-COMPARAR-PREVISOES         SECTION.
      *----------------------------------------------------------------*
      * Uma linha por previsao da competencia, em ordem de vendedor.
           OPEN INPUT ARQ-PREVISAO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7524-LER-PROX-ARQ-PREVISAO
           PERFORM UNTIL NOT FS-OK
               IF  PREV-COMPETENCIA    EQUAL W-ACU-COMPETENCIA
                   PERFORM 3100-GRAVAR-LINHA-PREVISAO
               END-IF
               PERFORM 7524-LER-PROX-ARQ-PREVISAO
           END-PERFORM

           PERFORM 7529-FECHAR-ARQ-PREVISAO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-GRAVAR-LINHA-PREVISAO      SECTION.
      *----------------------------------------------------------------*
      * Desvio % = (previsto - realizado) / realizado; sem realizado
      * a previsao entra no total mas nao no erro medio.
           ADD 1                       TO W-ACU-QTDE-PREV
           MOVE PREV-VALOR-VENDEDOR    TO W-ACU-FINAL
           IF  PREV-AJUSTADA
               MOVE PREV-VALOR-SUPERV  TO W-ACU-FINAL
               ADD 1                   TO W-ACU-QTDE-AJUSTE
           END-IF

           MOVE PREV-VEND-CODIGO       TO W-ACU-VEND-ANT
           MOVE ZEROS                  TO W-ACU-REALIZADO
           PERFORM VARYING W-SUB-REA FROM 1 BY 1
                   UNTIL W-SUB-REA GREATER W-QTDE-REA
               IF  W-REA-VEND(W-SUB-REA) EQUAL W-ACU-VEND-ANT
                   MOVE W-REA-VALOR(W-SUB-REA)
                                       TO W-ACU-REALIZADO
               END-IF
           END-PERFORM

           ADD PREV-VALOR-VENDEDOR     TO W-ACU-TOT-VEND
           ADD W-ACU-FINAL             TO W-ACU-TOT-FINAL
           ADD W-ACU-REALIZADO         TO W-ACU-TOT-REALIZADO

           MOVE PREV-VEND-CODIGO       TO W-DET-VEND
                                          VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-DET-RAZAO
           ELSE
               MOVE SPACES             TO W-DET-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           MOVE PREV-VALOR-VENDEDOR    TO W-DET-PREV-VEND
           IF  PREV-AJUSTADA
               MOVE PREV-VALOR-SUPERV  TO W-DET-AJUSTE
           ELSE
               MOVE "               -" TO W-DET-AJUSTE-TX
           END-IF
           MOVE W-ACU-REALIZADO        TO W-DET-REALIZADO

           IF  W-ACU-REALIZADO         EQUAL ZEROS
               MOVE "   s/fat."        TO W-DET-DESV-VEND-TX
                                          W-DET-DESV-FINAL-TX
           ELSE
               PERFORM 3110-CALCULAR-DESVIOS
               MOVE W-ACU-DESVIO-VEND  TO W-DET-DESV-VEND
               MOVE W-ACU-DESVIO-FINAL TO W-DET-DESV-FINAL
           END-IF

           WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-CALCULAR-DESVIOS           SECTION.
      *----------------------------------------------------------------*

           COMPUTE W-ACU-DESVIO-VEND ROUNDED =
                   (PREV-VALOR-VENDEDOR - W-ACU-REALIZADO) * 100
                   / W-ACU-REALIZADO
               ON SIZE ERROR
                   MOVE 99999,99       TO W-ACU-DESVIO-VEND
           END-COMPUTE
           COMPUTE W-ACU-DESVIO-FINAL ROUNDED =
                   (W-ACU-FINAL - W-ACU-REALIZADO) * 100
                   / W-ACU-REALIZADO
               ON SIZE ERROR
                   MOVE 99999,99       TO W-ACU-DESVIO-FINAL
           END-COMPUTE

           MOVE W-ACU-DESVIO-VEND      TO W-ACU-ABS-VEND
           MOVE W-ACU-DESVIO-FINAL     TO W-ACU-ABS-FINAL
           ADD 1                       TO W-ACU-QTDE-MEDIDA
           ADD W-ACU-ABS-VEND          TO W-ACU-SOMA-ABS-VEND
           ADD W-ACU-ABS-FINAL         TO W-ACU-SOMA-ABS-FINAL
           IF  PREV-AJUSTADA AND
               W-ACU-ABS-FINAL         LESS W-ACU-ABS-VEND
               ADD 1                   TO W-ACU-QTDE-MELHOROU
           END-IF.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           IF  W-ACU-QTDE-PREV         EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-PREVISAO AFTER 1
               GO TO 4000-99-FIM
           END-IF

           MOVE W-ACU-TOT-VEND         TO W-ROD-TOT-VEND
           MOVE W-ACU-TOT-FINAL        TO W-ROD-TOT-FINAL
           MOVE W-ACU-TOT-REALIZADO    TO W-ROD-TOT-REALIZADO
           WRITE REG-ARQ-RELATO FROM W-ROD-01 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-02 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-03 AFTER 1

           MOVE ZEROS                  TO W-ROD-MEDIA-VEND
                                          W-ROD-MEDIA-FINAL
           IF  W-ACU-QTDE-MEDIDA       GREATER ZEROS
               COMPUTE W-ACU-MEDIA ROUNDED =
                       W-ACU-SOMA-ABS-VEND / W-ACU-QTDE-MEDIDA
               MOVE W-ACU-MEDIA        TO W-ROD-MEDIA-VEND
               COMPUTE W-ACU-MEDIA ROUNDED =
                       W-ACU-SOMA-ABS-FINAL / W-ACU-QTDE-MEDIDA
               MOVE W-ACU-MEDIA        TO W-ROD-MEDIA-FINAL
           END-IF
           MOVE W-ACU-QTDE-MEDIDA      TO W-ROD-QTDE-MEDIDA
           WRITE REG-ARQ-RELATO FROM W-ROD-04 AFTER 2
           WRITE REG-ARQ-RELATO FROM W-ROD-05 AFTER 1

           MOVE W-ACU-QTDE-AJUSTE      TO W-ROD-QTDE-AJUSTE
           MOVE W-ACU-QTDE-MELHOROU    TO W-ROD-QTDE-MELHOROU
           WRITE REG-ARQ-RELATO FROM W-ROD-06 AFTER 1.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas previsao de vendas do vendedor
       COPY ".\copybooks\GCC169R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
