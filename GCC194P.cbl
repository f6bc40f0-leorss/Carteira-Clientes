      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC194P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC194P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Nota de prioridade de visita do cliente -     *
      *                  combina numa nota de 0 a 100, com pesos       *
      *                  configuraveis na tela (ARQ-PESO-PRIOR), o     *
      *                  risco de churn pelos criterios do GCC105P,    *
      *                  os dias desde a ultima visita realizada, os   *
      *                  compromissos abertos (ARQ-COMPROMISSO), o     *
      *                  potencial nao explorado pelo criterio do      *
      *                  GCC125P e a presenca em lista alvo de         *
      *                  campanha ativa, menos a penalidade do cliente *
      *                  bloqueado por credito. Grava a nota e o       *
      *                  motivo principal por cliente ativo em         *
      *                  ARQ-PRIOR-CLIE, lido pela geracao da agenda   *
      *                  (GCC100P). Executado no ciclo noturno.        *
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
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Compromissos de retorno
       COPY ".\copybooks\GCC110FC.cpy".
      * Campanhas comerciais e listas alvo
       COPY ".\copybooks\GCC137FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Nota de prioridade de visita e pesos da nota
       COPY ".\copybooks\GCC194FC.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Compromissos de retorno
       COPY ".\copybooks\GCC110FD.cpy".
      * Campanhas comerciais e listas alvo
       COPY ".\copybooks\GCC137FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Nota de prioridade de visita e pesos da nota
       COPY ".\copybooks\GCC194FD.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".

      * Campos da nota de prioridade de visita
       COPY ".\copybooks\GCC194W.cpy".

      * Criterios de churn do GCC105P e teto de dias sem visita que
      * leva o indicador de visita a 100.
       01  W-FILTROS-PRIOR.
           05  W-PRC-QUEDA-COMPS       PIC 9(02) VALUE 3.
           05  W-PRC-QUEDA-PCT         PIC 9(03) VALUE 30.
           05  W-PRC-DORMENTE-COMPS    PIC 9(02) VALUE 3.
           05  W-PRC-DIAS-TETO         PIC 9(03) VALUE 180.

       01  W-CAMPOS-PRIOR.
           05  W-PRC-MES-REF           PIC 9(06) COMP VALUE ZEROS.
           05  W-PRC-MES-AUX           PIC 9(06) COMP VALUE ZEROS.
           05  W-PRC-OFFSET            PIC S9(04) COMP VALUE ZEROS.
           05  W-PRC-SUB-MES           PIC 9(02) COMP VALUE ZEROS.
           05  W-PRC-SOMA              PIC 9(13)V9(02) VALUE ZEROS.
           05  W-PRC-MEDIA             PIC 9(11)V9(02) VALUE ZEROS.
           05  W-PRC-QTDE-QUEDAS       PIC 9(02) VALUE ZEROS.
           05  W-PRC-MESES-ZERO        PIC 9(02) VALUE ZEROS.
           05  W-PRC-QUEDA-CALC        PIC 9(03)V9(02) VALUE ZEROS.
           05  W-PRC-DIAS              PIC 9(06) COMP VALUE ZEROS.
           05  W-PRC-GAP               PIC S9(12)V9(02) VALUE ZEROS.
           05  W-PRC-IND-CALC          PIC 9(05)V9(02) VALUE ZEROS.
           05  W-PRC-NOTA-CALC         PIC S9(05)V9(02) VALUE ZEROS.
           05  W-PRC-CONTRIB           PIC 9(06) VALUE ZEROS.
           05  W-PRC-MAIOR-CONTRIB     PIC 9(06) VALUE ZEROS.
           05  W-PRC-ESTOUROU          PIC X(01) VALUE "N".
           05  W-PRC-ACHOU-ALVO        PIC X(01) VALUE "N".
           05  W-PRC-GRAVADOS          PIC 9(07) VALUE ZEROS.
           05  W-PRC-COM-NOTA          PIC 9(07) VALUE ZEROS.
           05  W-PRC-DATA-HOJE         PIC 9(08) VALUE ZEROS.
      * Valores mensais do cliente corrente: indice 1 = competencia
      * passada, 12 = doze meses atras.
           05  W-PRC-MESES.
               10  W-PRC-VALOR-MES     OCCURS 12 TIMES
                                       PIC 9(11)V9(02).

       01  W-DATA-DESMONTADA.
           05 W-DD-ANO             PIC 9(04).
           05 W-DD-MES             PIC 9(02).
           05 W-DD-DIA             PIC 9(02).

      * Clientes ativos na ordem do cadastro, com os dados da nota.
       01  W-TAB-PRIOR.
           05  W-QTDE-TAB-PRC          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-PRC               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-PRC-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-PRC-ITEM              OCCURS 9999 TIMES.
               10  W-PRC-CLIE          PIC 9(007).
               10  W-PRC-SEGMENTO      PIC X(001).
               10  W-PRC-TERRIT        PIC X(005).
               10  W-PRC-GRANDE        PIC X(001).
               10  W-PRC-BLOQ          PIC X(001).
               10  W-PRC-FATUR         PIC 9(011)V9(002).
               10  W-PRC-ULT-VISITA    PIC 9(008).
               10  W-PRC-IND-CHURN     PIC 9(003).

      * Media da competencia passada por grupo segmento + territorio
      * (criterio do potencial nao explorado, GCC125P).
       01  W-TAB-GRUPOS.
           05  W-QTDE-TAB-GRP          PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-GRP               PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-GRP-ACHADO        PIC 9(03) COMP VALUE ZEROS.
           05  W-GRP-ITEM              OCCURS 999 TIMES.
               10  W-GRP-SEGMENTO      PIC X(001).
               10  W-GRP-TERRIT        PIC X(005).
               10  W-GRP-SOMA          PIC 9(014)V9(002).
               10  W-GRP-QTDE          PIC 9(007).

      * Campanhas ativas na data movimento.
       01  W-TAB-CAMP-ATIVA.
           05  W-QTDE-TAB-CAM          PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-CAM               PIC 9(03) COMP VALUE ZEROS.
           05  W-CAM-CODIGO            OCCURS 200 TIMES
                                       PIC 9(004).

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
       01  S-TELA-PESOS.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Peso risco de churn (%)......: "
                                       LINE 08 COL 10.
               10  S-PRI-P-CHURN
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 42 PIC 9(03)
                                       USING W-PRI-PESO-CHURN.
               10  VALUE  "Peso dias sem visita (%).....: "
                                       LINE 10 COL 10.
               10  S-PRI-P-VISITA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 42 PIC 9(03)
                                       USING W-PRI-PESO-VISITA.
               10  VALUE  "Peso compromissos abertos (%): "
                                       LINE 12 COL 10.
               10  S-PRI-P-COMPROM
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 42 PIC 9(03)
                                       USING W-PRI-PESO-COMPROM.
               10  VALUE  "Peso potencial nao explorado.: "
                                       LINE 14 COL 10.
               10  S-PRI-P-POTENCIAL
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 42 PIC 9(03)
                                       USING W-PRI-PESO-POTENCIAL.
               10  VALUE  "Peso alvo de campanha (%)....: "
                                       LINE 16 COL 10.
               10  S-PRI-P-CAMPANHA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 42 PIC 9(03)
                                       USING W-PRI-PESO-CAMPANHA.
               10  VALUE  "Penalidade credito bloq (pts): "
                                       LINE 18 COL 10.
               10  S-PRI-P-CREDITO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 18 COL 42 PIC 9(03)
                                       USING W-PRI-PESO-CREDITO.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Clientes avaliados:" LINE 20 COL 10.
               10  S-QT-GRAVADOS       LINE 20 COL 31 PIC ZZZZZZ9
                                       FROM W-PRC-GRAVADOS.
               10  VALUE  "Com nota positiva.:" LINE 21 COL 10.
               10  S-QT-COM-NOTA       LINE 21 COL 31 PIC ZZZZZZ9
                                       FROM W-PRC-COM-NOTA.
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

           MOVE "Prioridade de Visita"  TO W-MODULO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Prosseguir"
                                       TO W-STATUS

           PERFORM 7606-LER-ARQ-PESO-PRIOR

           IF  LK-PARAM                EQUAL "B"
               PERFORM 2000-PROCESSAR
           ELSE
               PERFORM 1200-ACC-PESOS
               IF  W-VOLTAR            EQUAL "N"
                   PERFORM 7607-GRAVAR-ARQ-PESO-PRIOR
                   PERFORM 2000-PROCESSAR
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-ACC-PESOS                  SECTION.
      *----------------------------------------------------------------*
      * Os pesos confirmados ficam gravados e valem para a execucao
      * noturna seguinte.
           DISPLAY S-CLS
           DISPLAY S-TELA-PESOS
           ACCEPT S-PRI-P-CHURN
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1200-99-FIM
           END-IF
           ACCEPT S-PRI-P-VISITA
           ACCEPT S-PRI-P-COMPROM
           ACCEPT S-PRI-P-POTENCIAL
           ACCEPT S-PRI-P-CAMPANHA
           ACCEPT S-PRI-P-CREDITO
           IF  W-PRI-PESO-CREDITO      GREATER 100
               MOVE 100                TO W-PRI-PESO-CREDITO
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               MOVE "S"                TO W-VOLTAR
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-CONTADORES
           MOVE ZEROS                  TO W-QTDE-TAB-PRC
                                          W-QTDE-TAB-GRP
                                          W-QTDE-TAB-CAM
                                          W-PRC-GRAVADOS
                                          W-PRC-COM-NOTA
           MOVE "N"                    TO W-PRC-ESTOUROU
           ACCEPT W-PRC-DATA-HOJE      FROM DATE YYYYMMDD

      * Mes de referencia: mes corrente da data movimento; o
      * historico analisado vai da competencia passada (indice 1)
      * ate doze meses atras (indice 12), como no GCC105P.
           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV             TO W-DATA-DESMONTADA
           COMPUTE W-PRC-MES-REF = W-DD-ANO * 12 + W-DD-MES

           PERFORM 2100-CARREGAR-CLIENTES
           IF  W-QTDE-TAB-PRC          EQUAL ZEROS
               MOVE "Nenhum cliente ativo, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2200-CRUZAR-VISITAS
           PERFORM 2300-CARREGAR-CAMPANHAS

           PERFORM 7600-CRIAR-ARQ-PRIOR-CLIE
           IF  NOT FS-OK
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

      * Compromissos e listas alvo sao lidos por chave a cada
      * cliente; arquivo ausente so zera o indicador.
           MOVE "N"                    TO W-REG-ENCONTRADO
           OPEN INPUT ARQ-COMPROMISSO
           IF  FS-OK
               MOVE "S"                TO W-CAMPO-VALIDADO
           ELSE
               MOVE "N"                TO W-CAMPO-VALIDADO
           END-IF
           OPEN INPUT ARQ-CAMP-ALVO
           IF  NOT FS-OK
               MOVE ZEROS              TO W-QTDE-TAB-CAM
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 3000-CALCULAR-NOTA
                   VARYING W-SUB-PRC FROM 1 BY 1
                   UNTIL W-SUB-PRC GREATER W-QTDE-TAB-PRC

           IF  W-CAMPO-VALIDADO        EQUAL "S"
               PERFORM 7789-FECHAR-ARQ-COMPROM
           END-IF
           IF  W-QTDE-TAB-CAM          GREATER ZEROS
               PERFORM 7759-FECHAR-ARQ-ALVO
           END-IF
           PERFORM 7604-FECHAR-ARQ-PRIOR-CLIE
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE "PRIOR-CLIE"           TO W-RESUMO-DIA-TIPO
           MOVE W-QTDE-TAB-PRC         TO W-RESUMO-DIA-LIDOS
           MOVE W-PRC-GRAVADOS         TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC194P - Prioridade de visita: "
                       W-PRC-GRAVADOS " cliente(s), "
                       W-PRC-COM-NOTA " com nota positiva"
           ELSE
               DISPLAY S-TELA-CONTADOR
               IF  W-PRC-ESTOUROU      EQUAL "S"
                   MOVE "Tabela cheia - notas parciais, tecle <Enter>"
                                       TO W-MSGERRO
               ELSE
                   MOVE "Notas gravadas, tecle <Enter>"
                                       TO W-MSGERRO
               END-IF
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CARREGAR-CLIENTES          SECTION.
      *----------------------------------------------------------------*
      * Guarda cada cliente ativo com o indicador de churn e soma o
      * faturamento da competencia passada no grupo segmento +
      * territorio dele.
           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF
           PERFORM 7411-ABRIR-INPUT-ARQ-VENDAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           PERFORM 7153-LER-PROX-ARQ-CLIE
           PERFORM UNTIL NOT FS-OK
               IF  CLIE-ATIVO
                   PERFORM 2110-CARREGAR-CLIENTE
               END-IF
               PERFORM 7153-LER-PROX-ARQ-CLIE
           END-PERFORM

           PERFORM 7490-FECHAR-ARQ-VENDAS
           PERFORM 7190-FECHAR-ARQ-CLIE
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-CARREGAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*

           IF  W-QTDE-TAB-PRC          NOT LESS 9999
               MOVE "S"                TO W-PRC-ESTOUROU
               GO TO 2110-99-FIM
           END-IF

      * Doze valores mensais do cliente pela leitura com START no
      * cliente; a varredura do cadastro segue intacta.
           MOVE ZEROS                  TO W-PRC-MESES
           INITIALIZE VENDAS-CHAVE
           MOVE CLIE-CODIGO            TO VENDAS-CLIE-CODIGO
           PERFORM 7471-START-ARQ-VENDAS-ASC
           IF  FS-OK
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VENDAS-CLIE-CODIGO NOT EQUAL CLIE-CODIGO
               MOVE VENDAS-COMPETENCIA(1:4) TO W-DD-ANO
               MOVE VENDAS-COMPETENCIA(5:2) TO W-DD-MES
      * Mes "00" e resumo anual da retencao, fora da janela mensal.
               IF  W-DD-MES            GREATER ZEROS
                   COMPUTE W-PRC-MES-AUX = W-DD-ANO * 12 + W-DD-MES
                   COMPUTE W-PRC-OFFSET =
                           W-PRC-MES-REF - W-PRC-MES-AUX
                   IF  W-PRC-OFFSET NOT LESS 1 AND
                       W-PRC-OFFSET NOT GREATER 12
                       MOVE VENDAS-VALOR
                            TO W-PRC-VALOR-MES(W-PRC-OFFSET)
                   END-IF
               END-IF
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           ADD 1                       TO W-QTDE-TAB-PRC
           MOVE CLIE-CODIGO            TO W-PRC-CLIE(W-QTDE-TAB-PRC)
           MOVE CLIE-SEGMENTO          TO W-PRC-SEGMENTO
                                          (W-QTDE-TAB-PRC)
           MOVE CLIE-TERRITORIO        TO W-PRC-TERRIT(W-QTDE-TAB-PRC)
           IF  CLIE-PORTE-GRANDE
               MOVE "S"                TO W-PRC-GRANDE(W-QTDE-TAB-PRC)
           ELSE
               MOVE "N"                TO W-PRC-GRANDE(W-QTDE-TAB-PRC)
           END-IF
           IF  CLIE-BLOQUEADO-CRED
               MOVE "S"                TO W-PRC-BLOQ(W-QTDE-TAB-PRC)
           ELSE
               MOVE "N"                TO W-PRC-BLOQ(W-QTDE-TAB-PRC)
           END-IF
           MOVE W-PRC-VALOR-MES(1)     TO W-PRC-FATUR(W-QTDE-TAB-PRC)
           MOVE ZEROS                  TO W-PRC-ULT-VISITA
                                          (W-QTDE-TAB-PRC)

           PERFORM 2120-AVALIAR-CHURN

           PERFORM 2150-LOCALIZAR-GRUPO
           IF  W-SUB-GRP-ACHADO        GREATER ZEROS
               ADD W-PRC-VALOR-MES(1)  TO W-GRP-SOMA(W-SUB-GRP-ACHADO)
               ADD 1                   TO W-GRP-QTDE(W-SUB-GRP-ACHADO)
           END-IF.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2120-AVALIAR-CHURN              SECTION.
      *----------------------------------------------------------------*
      * Criterios do GCC105P na mesma ordem: dormente vale 100, queda
      * por competencias seguidas 80 e queda frente a media 60.
           MOVE ZEROS                  TO W-PRC-IND-CHURN
                                          (W-QTDE-TAB-PRC)

           MOVE ZEROS                  TO W-PRC-MESES-ZERO
           PERFORM VARYING W-PRC-SUB-MES FROM 1 BY 1
                   UNTIL W-PRC-SUB-MES GREATER 12
                      OR W-PRC-VALOR-MES(W-PRC-SUB-MES) GREATER ZEROS
               ADD 1                   TO W-PRC-MESES-ZERO
           END-PERFORM

           MOVE ZEROS                  TO W-PRC-QTDE-QUEDAS
           PERFORM VARYING W-PRC-SUB-MES FROM 1 BY 1
                   UNTIL W-PRC-SUB-MES GREATER 11
                      OR W-PRC-VALOR-MES(W-PRC-SUB-MES) NOT LESS
                         W-PRC-VALOR-MES(W-PRC-SUB-MES + 1)
               ADD 1                   TO W-PRC-QTDE-QUEDAS
           END-PERFORM

           MOVE ZEROS                  TO W-PRC-SOMA
           PERFORM VARYING W-PRC-SUB-MES FROM 1 BY 1
                   UNTIL W-PRC-SUB-MES GREATER 12
               ADD W-PRC-VALOR-MES(W-PRC-SUB-MES) TO W-PRC-SOMA
           END-PERFORM
           COMPUTE W-PRC-MEDIA ROUNDED = W-PRC-SOMA / 12
           MOVE ZEROS                  TO W-PRC-QUEDA-CALC
           IF  W-PRC-MEDIA GREATER ZEROS AND
               W-PRC-VALOR-MES(1) LESS W-PRC-MEDIA
               COMPUTE W-PRC-QUEDA-CALC ROUNDED =
                       (W-PRC-MEDIA - W-PRC-VALOR-MES(1)) * 100
                       / W-PRC-MEDIA
           END-IF

           IF  W-PRC-MESES-ZERO NOT LESS W-PRC-DORMENTE-COMPS AND
               W-PRC-SOMA GREATER ZEROS
               MOVE 100        TO W-PRC-IND-CHURN(W-QTDE-TAB-PRC)
           ELSE
           IF  W-PRC-QTDE-QUEDAS NOT LESS W-PRC-QUEDA-COMPS
               MOVE 80         TO W-PRC-IND-CHURN(W-QTDE-TAB-PRC)
           ELSE
           IF  W-PRC-QUEDA-CALC NOT LESS W-PRC-QUEDA-PCT AND
               W-PRC-QUEDA-PCT GREATER ZEROS
               MOVE 60         TO W-PRC-IND-CHURN(W-QTDE-TAB-PRC)
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-LOCALIZAR-GRUPO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-GRP-ACHADO
           PERFORM VARYING W-SUB-GRP FROM 1 BY 1
                   UNTIL W-SUB-GRP GREATER W-QTDE-TAB-GRP
                      OR W-SUB-GRP-ACHADO GREATER ZEROS
               IF  W-GRP-SEGMENTO(W-SUB-GRP) EQUAL CLIE-SEGMENTO AND
                   W-GRP-TERRIT(W-SUB-GRP)   EQUAL CLIE-TERRITORIO
                   MOVE W-SUB-GRP      TO W-SUB-GRP-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-GRP-ACHADO EQUAL ZEROS AND
               W-QTDE-TAB-GRP   LESS 999
               ADD 1                   TO W-QTDE-TAB-GRP
               MOVE W-QTDE-TAB-GRP     TO W-SUB-GRP-ACHADO
               MOVE CLIE-SEGMENTO
                    TO W-GRP-SEGMENTO(W-QTDE-TAB-GRP)
               MOVE CLIE-TERRITORIO
                    TO W-GRP-TERRIT(W-QTDE-TAB-GRP)
               MOVE ZEROS TO W-GRP-SOMA(W-QTDE-TAB-GRP)
                             W-GRP-QTDE(W-QTDE-TAB-GRP)
           END-IF.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CRUZAR-VISITAS             SECTION.
      *----------------------------------------------------------------*
      * Ultima visita realizada de cada cliente, independente do
      * vendedor que a fez.
           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           PERFORM 7353-LER-PROX-ARQ-VISITA
           PERFORM UNTIL NOT FS-OK
               IF  VISITA-REALIZADA
                   PERFORM 2210-ATUALIZAR-ULT-VISITA
               END-IF
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM
           PERFORM 7390-FECHAR-ARQ-VISITA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-ATUALIZAR-ULT-VISITA       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-PRC-ACHADO
           PERFORM VARYING W-SUB-PRC FROM 1 BY 1
                   UNTIL W-SUB-PRC GREATER W-QTDE-TAB-PRC
                      OR W-SUB-PRC-ACHADO GREATER ZEROS
               IF  W-PRC-CLIE(W-SUB-PRC) EQUAL VISITA-CLIE-CODIGO
                   MOVE W-SUB-PRC      TO W-SUB-PRC-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-PRC-ACHADO        GREATER ZEROS
               IF  VISITA-DATA GREATER
                   W-PRC-ULT-VISITA(W-SUB-PRC-ACHADO)
                   MOVE VISITA-DATA
                        TO W-PRC-ULT-VISITA(W-SUB-PRC-ACHADO)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-CARREGAR-CAMPANHAS         SECTION.
      *----------------------------------------------------------------*
      * Campanhas ativas cujo periodo cobre a data movimento.
           PERFORM 7741-ABRIR-INPUT-ARQ-CAMPANHA
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2300-99-FIM
           END-IF

           PERFORM 7744-LER-PROX-ARQ-CAMPANHA
           PERFORM UNTIL NOT FS-OK
               IF  CAMP-ATIVA AND
                   CAMP-DATA-INI NOT GREATER W-DATA-MOV AND
                  (CAMP-DATA-FIM EQUAL ZEROS OR
                   CAMP-DATA-FIM NOT LESS W-DATA-MOV) AND
                   W-QTDE-TAB-CAM LESS 200
                   ADD 1               TO W-QTDE-TAB-CAM
                   MOVE CAMP-CODIGO    TO W-CAM-CODIGO(W-QTDE-TAB-CAM)
               END-IF
               PERFORM 7744-LER-PROX-ARQ-CAMPANHA
           END-PERFORM
           PERFORM 7749-FECHAR-ARQ-CAMPANHA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CALCULAR-NOTA              SECTION.
      *----------------------------------------------------------------*
      * Indicadores de 0 a 100 do cliente W-SUB-PRC, nota ponderada
      * e motivo principal (o de maior contribuicao).
           INITIALIZE REG-ARQ-PRIOR-CLIE
           MOVE W-PRC-CLIE(W-SUB-PRC)  TO PRI-CLIE-CODIGO
           MOVE W-PRC-IND-CHURN(W-SUB-PRC)
                                       TO PRI-IND-CHURN

      * Dias sem visita: nunca visitado vale 100; o teto de dias
      * tambem leva a 100.
           IF  W-PRC-ULT-VISITA(W-SUB-PRC) EQUAL ZEROS
               MOVE 100                TO PRI-IND-VISITA
           ELSE
               IF  W-PRC-ULT-VISITA(W-SUB-PRC) NOT LESS W-DATA-MOV
                   MOVE ZEROS          TO W-PRC-DIAS
               ELSE
                   COMPUTE W-PRC-DIAS =
                           FUNCTION INTEGER-OF-DATE(W-DATA-MOV) -
                           FUNCTION INTEGER-OF-DATE
                                   (W-PRC-ULT-VISITA(W-SUB-PRC))
               END-IF
               IF  W-PRC-DIAS          NOT LESS W-PRC-DIAS-TETO
                   MOVE 100            TO PRI-IND-VISITA
               ELSE
                   COMPUTE PRI-IND-VISITA ROUNDED =
                           W-PRC-DIAS * 100 / W-PRC-DIAS-TETO
               END-IF
           END-IF

           PERFORM 3100-AVALIAR-COMPROMISSOS
           PERFORM 3200-AVALIAR-POTENCIAL
           PERFORM 3300-AVALIAR-CAMPANHA

           MOVE W-PRC-BLOQ(W-SUB-PRC)  TO PRI-CRED-BLOQ

           COMPUTE W-PRC-NOTA-CALC ROUNDED =
                 ( PRI-IND-CHURN     * W-PRI-PESO-CHURN
                 + PRI-IND-VISITA    * W-PRI-PESO-VISITA
                 + PRI-IND-COMPROM   * W-PRI-PESO-COMPROM
                 + PRI-IND-POTENCIAL * W-PRI-PESO-POTENCIAL
                 + PRI-IND-CAMPANHA  * W-PRI-PESO-CAMPANHA ) / 100
           IF  W-PRC-BLOQ(W-SUB-PRC)   EQUAL "S"
               SUBTRACT W-PRI-PESO-CREDITO FROM W-PRC-NOTA-CALC
           END-IF
           IF  W-PRC-NOTA-CALC         LESS ZEROS
               MOVE ZEROS              TO W-PRC-NOTA-CALC
           END-IF
           IF  W-PRC-NOTA-CALC         GREATER 100
               MOVE 100                TO W-PRC-NOTA-CALC
           END-IF
           MOVE W-PRC-NOTA-CALC        TO PRI-NOTA

           PERFORM 3400-APURAR-MOTIVO

           MOVE W-DATA-MOV             TO PRI-DATA-REF
           MOVE W-PRC-DATA-HOJE        TO PRI-DATA-CALCULO
           PERFORM 7603-GRAVAR-ARQ-PRIOR-CLIE
           IF  FS-OK
               ADD 1                   TO W-PRC-GRAVADOS
               IF  PRI-NOTA            GREATER ZEROS
                   ADD 1               TO W-PRC-COM-NOTA
               END-IF
           ELSE
               ADD 1                   TO W-ERROS
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-AVALIAR-COMPROMISSOS       SECTION.
      *----------------------------------------------------------------*
      * Compromisso aberto vencido vale 100; so abertos no prazo, 50.
           MOVE ZEROS                  TO PRI-IND-COMPROM
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 3100-99-FIM
           END-IF

           MOVE W-PRC-CLIE(W-SUB-PRC)  TO COMP-CLIE-CODIGO
           MOVE ZEROS                  TO COMP-SEQ
           PERFORM 7785-START-ARQ-COMPROM-ASC
           IF  FS-OK
               PERFORM 7784-LER-PROX-ARQ-COMPROM
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR COMP-CLIE-CODIGO NOT EQUAL
                         W-PRC-CLIE(W-SUB-PRC)
               IF  COMP-ABERTO
                   IF  COMP-DATA-LIMITE GREATER ZEROS AND
                       COMP-DATA-LIMITE LESS W-DATA-MOV
                       MOVE 100        TO PRI-IND-COMPROM
                   ELSE
                       IF  PRI-IND-COMPROM LESS 50
                           MOVE 50     TO PRI-IND-COMPROM
                       END-IF
                   END-IF
               END-IF
               PERFORM 7784-LER-PROX-ARQ-COMPROM
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-AVALIAR-POTENCIAL          SECTION.
      *----------------------------------------------------------------*
      * Cliente de grande porte faturando abaixo da media do grupo:
      * indicador = diferenca em percentual da media (teto 100).
           MOVE ZEROS                  TO PRI-IND-POTENCIAL
           IF  W-PRC-GRANDE(W-SUB-PRC) NOT EQUAL "S"
               GO TO 3200-99-FIM
           END-IF

           MOVE W-PRC-SEGMENTO(W-SUB-PRC) TO CLIE-SEGMENTO
           MOVE W-PRC-TERRIT(W-SUB-PRC)   TO CLIE-TERRITORIO
           PERFORM 2150-LOCALIZAR-GRUPO
           IF  W-SUB-GRP-ACHADO EQUAL ZEROS OR
               W-GRP-QTDE(W-SUB-GRP-ACHADO) EQUAL ZEROS
               GO TO 3200-99-FIM
           END-IF

           COMPUTE W-PRC-MEDIA ROUNDED =
                   W-GRP-SOMA(W-SUB-GRP-ACHADO)
                   / W-GRP-QTDE(W-SUB-GRP-ACHADO)
           COMPUTE W-PRC-GAP = W-PRC-MEDIA - W-PRC-FATUR(W-SUB-PRC)
           IF  W-PRC-GAP               NOT GREATER ZEROS
               GO TO 3200-99-FIM
           END-IF

           COMPUTE W-PRC-IND-CALC ROUNDED =
                   W-PRC-GAP * 100 / W-PRC-MEDIA
           IF  W-PRC-IND-CALC          GREATER 100
               MOVE 100                TO W-PRC-IND-CALC
           END-IF
           MOVE W-PRC-IND-CALC         TO PRI-IND-POTENCIAL.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-AVALIAR-CAMPANHA           SECTION.
      *----------------------------------------------------------------*
      * Cliente na lista alvo de alguma campanha ativa vale 100.
           MOVE ZEROS                  TO PRI-IND-CAMPANHA
           MOVE "N"                    TO W-PRC-ACHOU-ALVO

           PERFORM VARYING W-SUB-CAM FROM 1 BY 1
                   UNTIL W-SUB-CAM GREATER W-QTDE-TAB-CAM
                      OR W-PRC-ACHOU-ALVO EQUAL "S"
               MOVE W-CAM-CODIGO(W-SUB-CAM)
                                       TO ALVO-CAMP-CODIGO
               MOVE W-PRC-CLIE(W-SUB-PRC)
                                       TO ALVO-CLIE-CODIGO
               PERFORM 7755-START-ARQ-ALVO-ASC
               IF  FS-OK
                   PERFORM 7753-LER-PROX-ARQ-ALVO
                   IF  FS-OK AND
                       ALVO-CAMP-CODIGO EQUAL W-CAM-CODIGO(W-SUB-CAM)
                       AND ALVO-CLIE-CODIGO EQUAL W-PRC-CLIE(W-SUB-PRC)
                       MOVE "S"        TO W-PRC-ACHOU-ALVO
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-PRC-ACHOU-ALVO        EQUAL "S"
               MOVE 100                TO PRI-IND-CAMPANHA
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-APURAR-MOTIVO              SECTION.
      *----------------------------------------------------------------*
      * Maior contribuicao (indicador x peso); empate fica com o
      * primeiro na ordem churn, visita, compromisso, potencial,
      * campanha. Bloqueado por credito sempre leva "K".
           MOVE SPACE                  TO PRI-MOTIVO
           MOVE ZEROS                  TO W-PRC-MAIOR-CONTRIB

           COMPUTE W-PRC-CONTRIB = PRI-IND-CHURN * W-PRI-PESO-CHURN
           IF  W-PRC-CONTRIB           GREATER W-PRC-MAIOR-CONTRIB
               MOVE W-PRC-CONTRIB      TO W-PRC-MAIOR-CONTRIB
               MOVE "R"                TO PRI-MOTIVO
           END-IF
           COMPUTE W-PRC-CONTRIB = PRI-IND-VISITA * W-PRI-PESO-VISITA
           IF  W-PRC-CONTRIB           GREATER W-PRC-MAIOR-CONTRIB
               MOVE W-PRC-CONTRIB      TO W-PRC-MAIOR-CONTRIB
               MOVE "V"                TO PRI-MOTIVO
           END-IF
           COMPUTE W-PRC-CONTRIB =
                   PRI-IND-COMPROM * W-PRI-PESO-COMPROM
           IF  W-PRC-CONTRIB           GREATER W-PRC-MAIOR-CONTRIB
               MOVE W-PRC-CONTRIB      TO W-PRC-MAIOR-CONTRIB
               MOVE "C"                TO PRI-MOTIVO
           END-IF
           COMPUTE W-PRC-CONTRIB =
                   PRI-IND-POTENCIAL * W-PRI-PESO-POTENCIAL
           IF  W-PRC-CONTRIB           GREATER W-PRC-MAIOR-CONTRIB
               MOVE W-PRC-CONTRIB      TO W-PRC-MAIOR-CONTRIB
               MOVE "P"                TO PRI-MOTIVO
           END-IF
           COMPUTE W-PRC-CONTRIB =
                   PRI-IND-CAMPANHA * W-PRI-PESO-CAMPANHA
           IF  W-PRC-CONTRIB           GREATER W-PRC-MAIOR-CONTRIB
               MOVE W-PRC-CONTRIB      TO W-PRC-MAIOR-CONTRIB
               MOVE "M"                TO PRI-MOTIVO
           END-IF

           IF  W-PRC-BLOQ(W-SUB-PRC)   EQUAL "S"
               MOVE "K"                TO PRI-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas arquivo registro de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas compromissos de retorno
       COPY ".\copybooks\GCC110R.cpy".
      * Rotinas campanhas comerciais e listas alvo
       COPY ".\copybooks\GCC137R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas nota de prioridade de visita
       COPY ".\copybooks\GCC194R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
