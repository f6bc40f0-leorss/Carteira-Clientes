      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC173P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC173P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Volume contratado x faturado - para cada      *
      *                  contrato de fornecimento ativo e vigente na   *
      *                  competencia (GCC171P) compara o volume mensal *
      *                  comprometido com o faturamento do cliente em  *
      *                  ARQ-VENDAS. Cliente com mais de um contrato   *
      *                  vigente tem o atingimento medido contra a     *
      *                  soma dos compromissos. Roda no ciclo de fim   *
      *                  de mes (GCC113P) ou sob demanda.              *
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

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FC.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Contratos de fornecimento
       COPY ".\copybooks\GCC171FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Contratos de fornecimento
       COPY ".\copybooks\GCC171FD.cpy".
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

       01  W-CAMPOS-CONTRATO.
           05  W-CVF-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  FILLER                  REDEFINES W-CVF-COMPETENCIA.
               10  W-CVF-COMP-ANO      PIC 9(04).
               10  W-CVF-COMP-MES      PIC 9(02).
           05  W-CVF-CLIE-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-CVF-COMPROMETIDO      PIC 9(13)V9(02) VALUE ZEROS.
           05  W-CVF-FATURADO          PIC 9(11)V9(02) VALUE ZEROS.
           05  W-CVF-ATINGIMENTO       PIC 9(05)V9(02) VALUE ZEROS.
      * Totais do relatorio.
           05  W-CVF-QTDE-CONTRATOS    PIC 9(05) VALUE ZEROS.
           05  W-CVF-QTDE-CLIENTES     PIC 9(05) VALUE ZEROS.
           05  W-CVF-QTDE-ABAIXO       PIC 9(05) VALUE ZEROS.
           05  W-CVF-TOT-COMPROMETIDO  PIC 9(15)V9(02) VALUE ZEROS.
           05  W-CVF-TOT-FATURADO      PIC 9(15)V9(02) VALUE ZEROS.

      * Contratos vigentes do cliente em tratamento.
       01  W-TAB-CONTRATOS-CLIE.
           05  W-QTDE-CTC              PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-CTC               PIC 9(04) COMP VALUE ZEROS.
           05  W-CTC-ITEM              OCCURS 50 TIMES.
               10  W-CTC-NUMERO        PIC X(015).
               10  W-CTC-VEND          PIC 9(007).
               10  W-CTC-DATA-FIM      PIC 9(008).
               10  W-CTC-VOLUME        PIC 9(011)V9(002).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Contratado x Faturado dos Contratos - Competencia ".
           05 W-CAB-COMPETENCIA    PIC 9(06).

       01  W-CAB-02.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(07) VALUE "Cliente".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(30) VALUE "Razao Social".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(15) VALUE "Contrato".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(08) VALUE "Vendedor".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(08) VALUE "Fim".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(17) VALUE "     Comprometido".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(17) VALUE "        Faturado".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(09) VALUE "  % Ating".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(06) VALUE "Situac".

       01  W-DET-01.
           05 FILLER               PIC X(01).
           05 W-DET-CLIE           PIC ZZZZZZ9 BLANK WHEN ZERO.
           05 FILLER               PIC X(01).
           05 W-DET-RAZAO          PIC X(30).
           05 FILLER               PIC X(01).
           05 W-DET-NUMERO         PIC X(15).
           05 FILLER               PIC X(01).
           05 W-DET-VEND           PIC ZZZZZZ9.
           05 FILLER               PIC X(02).
           05 W-DET-DATA-FIM       PIC 9(08).
           05 FILLER               PIC X(01).
           05 W-DET-VOLUME         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-DET-FATURADO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 W-DET-FATURADO-TX    REDEFINES W-DET-FATURADO
                                   PIC X(17).
           05 FILLER               PIC X(01).
           05 W-DET-ATINGIMENTO    PIC ZZZZZ9,99.
           05 W-DET-ATINGIMENTO-TX REDEFINES W-DET-ATINGIMENTO
                                   PIC X(09).
           05 FILLER               PIC X(01).
           05 W-DET-SITUACAO       PIC X(06).

       01  W-ROD-01.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Contratos vigentes.............:".
           05 W-ROD-QTDE-CONTRATOS PIC ZZZZ9.
           05 FILLER               PIC X(14)
              VALUE "  clientes: ".
           05 W-ROD-QTDE-CLIENTES  PIC ZZZZ9.

       01  W-ROD-02.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Total comprometido.............:".
           05 W-ROD-TOT-COMPROMETIDO
                                   PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-03.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Total faturado.................:".
           05 W-ROD-TOT-FATURADO   PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-04.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "Clientes abaixo do compromisso.:".
           05 W-ROD-QTDE-ABAIXO    PIC ZZZZ9.

       01  W-ROD-SEM-CONTRATO.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhum contrato vigente na competencia".

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
       01  S-TELA-CONTRATO-FAT.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Competencia (AAAAMM).......: "
                                       LINE 08 COL 10.
               10  S-CVF-COMP          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(06)
                                       USING W-CVF-COMPETENCIA.
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

           MOVE "Contratado x Faturado" TO W-MODULO
           MOVE WID-ARQ-REL-CONTRATO   TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           IF  LK-PARAM                EQUAL "B"
               PERFORM 1200-OBTER-COMPETENCIA-BAT
           ELSE
      * Sugere a competencia fechada: o mes anterior ao da data
      * movimento.
               PERFORM 7935-LER-DATA-MOV
               MOVE W-DATA-MOV(1:6)    TO W-CVF-COMPETENCIA
               IF  W-CVF-COMP-MES      EQUAL 01
                   SUBTRACT 1          FROM W-CVF-COMP-ANO
                   MOVE 12             TO W-CVF-COMP-MES
               ELSE
                   SUBTRACT 1          FROM W-CVF-COMP-MES
               END-IF
               DISPLAY S-CLS
               DISPLAY S-TELA-CONTRATO-FAT
               ACCEPT S-CVF-COMP
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   IF  W-CVF-COMPETENCIA EQUAL ZEROS
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
               MOVE W-COMP-BAT-NUM     TO W-CVF-COMPETENCIA
           ELSE
               DISPLAY "GCC173P - CARTEIRA_COMPETENCIA ausente ou "
                       "invalida - relatorio nao emitido"
               MOVE "S"                TO W-VOLTAR
               MOVE 8                  TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-CVF-QTDE-CONTRATOS
                                          W-CVF-QTDE-CLIENTES
                                          W-CVF-QTDE-ABAIXO
                                          W-CVF-TOT-COMPROMETIDO
                                          W-CVF-TOT-FATURADO
                                          W-CVF-CLIE-CORRENTE
                                          W-QTDE-CTC
           MOVE W-CVF-COMPETENCIA      TO W-CAB-COMPETENCIA

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

           PERFORM 3000-COMPARAR-CONTRATOS
           PERFORM 4000-GRAVAR-RESUMO

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC173P - Contratado x faturado "
                       W-CVF-COMPETENCIA ": " W-CVF-QTDE-CONTRATOS
                       " contratos, " W-CVF-QTDE-ABAIXO
                       " clientes abaixo do compromisso"
           ELSE
               MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-COMPARAR-CONTRATOS         SECTION.
      *----------------------------------------------------------------*
      * ARQ-CONTRATO vem em ordem de cliente: junta os contratos
      * vigentes de cada cliente e grava o bloco na troca de
      * cliente.
           OPEN INPUT ARQ-CONTRATO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7411-ABRIR-INPUT-ARQ-VENDAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 7504-LER-PROX-ARQ-CONTRATO
           PERFORM UNTIL NOT FS-OK
               IF  CTR-ATIVO AND
                   CTR-DATA-INICIO(1:6) NOT GREATER W-CVF-COMPETENCIA
                   AND CTR-DATA-FIM(1:6) NOT LESS W-CVF-COMPETENCIA
                   IF  CTR-CLIE-CODIGO NOT EQUAL W-CVF-CLIE-CORRENTE
                       PERFORM 3100-GRAVAR-BLOCO-CLIENTE
                       MOVE CTR-CLIE-CODIGO
                                       TO W-CVF-CLIE-CORRENTE
                   END-IF
                   IF  W-QTDE-CTC      LESS 50
                       ADD 1           TO W-QTDE-CTC
                       MOVE CTR-NUMERO TO W-CTC-NUMERO(W-QTDE-CTC)
                       MOVE CTR-VEND-CODIGO
                                       TO W-CTC-VEND(W-QTDE-CTC)
                       MOVE CTR-DATA-FIM
                                       TO W-CTC-DATA-FIM(W-QTDE-CTC)
                       MOVE CTR-VOLUME-MENSAL
                                       TO W-CTC-VOLUME(W-QTDE-CTC)
                   END-IF
               END-IF
               PERFORM 7504-LER-PROX-ARQ-CONTRATO
           END-PERFORM
           PERFORM 3100-GRAVAR-BLOCO-CLIENTE

           PERFORM 7490-FECHAR-ARQ-VENDAS
           PERFORM 7509-FECHAR-ARQ-CONTRATO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-GRAVAR-BLOCO-CLIENTE       SECTION.
      *----------------------------------------------------------------*
      * Atingimento % = faturado do cliente na competencia / soma
      * dos volumes comprometidos nos contratos vigentes; faturado e
      * atingimento saem na primeira linha do cliente.
           IF  W-QTDE-CTC              EQUAL ZEROS
               GO TO 3100-99-FIM
           END-IF

           MOVE ZEROS                  TO W-CVF-COMPROMETIDO
           PERFORM VARYING W-SUB-CTC FROM 1 BY 1
                   UNTIL W-SUB-CTC GREATER W-QTDE-CTC
               ADD W-CTC-VOLUME(W-SUB-CTC) TO W-CVF-COMPROMETIDO
           END-PERFORM

           MOVE W-CVF-CLIE-CORRENTE    TO VENDAS-CLIE-CODIGO
           MOVE W-CVF-COMPETENCIA      TO VENDAS-COMPETENCIA
           MOVE "N"                    TO W-REG-ENCONTRADO
           PERFORM 7451-LER-ARQ-VENDAS-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VENDAS-VALOR       TO W-CVF-FATURADO
           ELSE
               MOVE ZEROS              TO W-CVF-FATURADO
           END-IF

           COMPUTE W-CVF-ATINGIMENTO ROUNDED =
                   W-CVF-FATURADO * 100 / W-CVF-COMPROMETIDO
               ON SIZE ERROR
                   MOVE 99999,99       TO W-CVF-ATINGIMENTO
           END-COMPUTE

           ADD 1                       TO W-CVF-QTDE-CLIENTES
           ADD W-QTDE-CTC              TO W-CVF-QTDE-CONTRATOS
           ADD W-CVF-COMPROMETIDO      TO W-CVF-TOT-COMPROMETIDO
           ADD W-CVF-FATURADO          TO W-CVF-TOT-FATURADO

           MOVE W-CVF-CLIE-CORRENTE    TO W-DET-CLIE
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DET-RAZAO
           ELSE
               MOVE SPACES             TO W-DET-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE W-CVF-FATURADO         TO W-DET-FATURADO
           MOVE W-CVF-ATINGIMENTO      TO W-DET-ATINGIMENTO
           IF  W-CVF-FATURADO          LESS W-CVF-COMPROMETIDO
               MOVE "ABAIXO"           TO W-DET-SITUACAO
               ADD 1                   TO W-CVF-QTDE-ABAIXO
           ELSE
               MOVE "OK"               TO W-DET-SITUACAO
           END-IF

           PERFORM VARYING W-SUB-CTC FROM 1 BY 1
                   UNTIL W-SUB-CTC GREATER W-QTDE-CTC
               MOVE W-CTC-NUMERO(W-SUB-CTC)   TO W-DET-NUMERO
               MOVE W-CTC-VEND(W-SUB-CTC)     TO W-DET-VEND
               MOVE W-CTC-DATA-FIM(W-SUB-CTC) TO W-DET-DATA-FIM
               MOVE W-CTC-VOLUME(W-SUB-CTC)   TO W-DET-VOLUME
               WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1
               MOVE ZEROS              TO W-DET-CLIE
               MOVE SPACES             TO W-DET-RAZAO
                                          W-DET-FATURADO-TX
                                          W-DET-ATINGIMENTO-TX
                                          W-DET-SITUACAO
           END-PERFORM

           MOVE ZEROS                  TO W-QTDE-CTC.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           IF  W-CVF-QTDE-CONTRATOS    EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-CONTRATO AFTER 1
               GO TO 4000-99-FIM
           END-IF

           MOVE W-CVF-QTDE-CONTRATOS   TO W-ROD-QTDE-CONTRATOS
           MOVE W-CVF-QTDE-CLIENTES    TO W-ROD-QTDE-CLIENTES
           MOVE W-CVF-TOT-COMPROMETIDO TO W-ROD-TOT-COMPROMETIDO
           MOVE W-CVF-TOT-FATURADO     TO W-ROD-TOT-FATURADO
           MOVE W-CVF-QTDE-ABAIXO      TO W-ROD-QTDE-ABAIXO
           WRITE REG-ARQ-RELATO FROM W-ROD-01 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-02 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-03 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-04 AFTER 1.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas contratos de fornecimento
       COPY ".\copybooks\GCC171R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
