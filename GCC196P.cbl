      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC196P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC196P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Retencao de clientes novos por coorte - agrupa*
      *                  os clientes pelo mes de cadastro dos ultimos  *
      *                  N meses e mostra, para cada competencia       *
      *                  seguinte (M+0 a M+12), o percentual da coorte *
      *                  com faturamento em ARQ-VENDAS, alem do        *
      *                  percentual ainda ativo hoje. Abre a visao     *
      *                  geral, por vendedor de aquisicao (primeiro    *
      *                  evento do HIST-ATRIB) e por origem (prospect  *
      *                  convertido no GCC102P ou cadastro direto).    *
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
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FC.cpy".
      * Arquivo de prospects
       COPY ".\copybooks\GCC102FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      * Historico de atribuicoes
       SELECT ARQ-HIST-ATRIB       ASSIGN TO  WID-ARQ-HIST-ATRIB
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Arquivo de prospects
       COPY ".\copybooks\GCC102FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

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

      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".

      * Coortes dos ultimos W-COH-MESES meses ate a competencia da
      * data movimento; a coluna M+k e a competencia k meses depois
      * do cadastro.
       01  W-FILTROS-COORTE.
           05  W-COH-MESES             PIC 9(02) VALUE 12.

       01  W-CAMPOS-COORTE.
           05  W-COH-COMP-ATUAL        PIC 9(06) VALUE ZEROS.
           05  W-COH-COMP-INI          PIC 9(06) VALUE ZEROS.
           05  W-COH-MES-ATUAL         PIC 9(06) COMP VALUE ZEROS.
           05  W-COH-MES-INI           PIC 9(06) COMP VALUE ZEROS.
           05  W-COH-MES-AUX           PIC 9(06) COMP VALUE ZEROS.
           05  W-COH-COMP-AUX          PIC 9(06) VALUE ZEROS.
           05  W-COH-COMP-AUX-R REDEFINES W-COH-COMP-AUX.
               10  W-COH-AUX-ANO       PIC 9(04).
               10  W-COH-AUX-MES       PIC 9(02).
           05  W-COH-OFFSET            PIC 9(02) VALUE ZEROS.
           05  W-COH-IDX-COORTE        PIC 9(02) VALUE ZEROS.
           05  W-COH-IDX-ORIGEM        PIC 9(01) VALUE ZEROS.
           05  W-COH-ESTOUROU          PIC X(01) VALUE "N".
           05  W-COH-CLIENTES-ED       PIC ZZZZZZ9.
      * Pesquisa binaria na tabela de clientes, que fica em ordem de
      * codigo por vir da leitura sequencial do cadastro.
           05  W-COH-CLIE-PROC         PIC 9(07) VALUE ZEROS.
           05  W-COH-INF               PIC 9(04) COMP VALUE ZEROS.
           05  W-COH-SUP               PIC 9(04) COMP VALUE ZEROS.
           05  W-COH-MEIO              PIC 9(04) COMP VALUE ZEROS.

      * Clientes cadastrados na janela das coortes.
       01  W-TAB-COORTE-CLIE.
           05  W-QTDE-TAB-CCL          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-CCL               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-CCL-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-CCL-ITEM              OCCURS 9999 TIMES.
               10  W-CCL-CLIE          PIC 9(007).
               10  W-CCL-COORTE        PIC 9(002).
               10  W-CCL-VEND          PIC 9(007).
               10  W-CCL-ORIGEM        PIC X(001).
                   88  W-CCL-PROSPECT  VALUE "P".
               10  W-CCL-ATIVO         PIC X(001).
               10  W-CCL-FATUROU       OCCURS 13 TIMES
                                       PIC X(001).

      * Celula da coorte: clientes, ainda ativos e com faturamento em
      * cada competencia M+0 a M+12 (indice 1 a 13).
       01  W-COH-CELULA.
           05  W-CEL-QTDE              PIC 9(05).
           05  W-CEL-ATIVOS            PIC 9(05).
           05  W-CEL-RETIDOS           OCCURS 13 TIMES PIC 9(05).

       01  W-TAB-COORTE-GERAL.
           05  W-GER-CELULA            OCCURS 13 TIMES PIC X(075).

      * Origem 1 = prospect convertido, 2 = cadastro direto.
       01  W-TAB-COORTE-ORIGEM.
           05  W-ORI-ITEM              OCCURS 2 TIMES.
               10  W-ORI-CELULA        OCCURS 13 TIMES PIC X(075).

       01  W-TAB-COORTE-VEND.
           05  W-QTDE-TAB-CVD          PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-CVD               PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-CVD-ACHADO        PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-CVD-2             PIC 9(03) COMP VALUE ZEROS.
           05  W-CVD-TROCOU            PIC X(01) VALUE "N".
           05  W-CVD-ITEM-TROCA        PIC X(982).
           05  W-CVD-ITEM              OCCURS 999 TIMES.
               10  W-CVD-VEND          PIC 9(007).
               10  W-CVD-CELULA        OCCURS 13 TIMES PIC X(075).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".
           05  W-SUB-COL           PIC 9(02) VALUE ZEROS.

       01  W-CAB-CAPA.
           05 FILLER               PIC X(46)
              VALUE "Retencao de Clientes Novos por Coorte - Comp ".
           05 W-CAB-MES            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-CAB-ANO            PIC 9(04).

       01  W-CAB-SECAO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-CS-TITULO          PIC X(70).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(24)
              VALUE "   Coorte  Clientes Ativ".
           05 W-CC-COLUNA          OCCURS 13 TIMES.
               10 FILLER           PIC X(02) VALUE " M".
               10 FILLER           PIC X(01) VALUE "+".
               10 W-CC-OFFSET      PIC 9(02).
               10 FILLER           PIC X(01) VALUE SPACE.

       01  W-LIN-COORTE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-MES             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-LC-ANO             PIC 9(04).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-QTDE            PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 W-LC-ATIVOS          PIC ZZ9.
           05 FILLER               PIC X(02) VALUE "% ".
           05 W-LC-COLUNA          OCCURS 13 TIMES.
               10 FILLER           PIC X(01).
               10 W-LC-PERC        PIC ZZ9.
               10 W-LC-SINAL       PIC X(01).
               10 FILLER           PIC X(01).

       01  W-LIN-PERC              PIC 9(03) VALUE ZEROS.

       01  W-LIN-RODAPE.
           05 FILLER               PIC X(31)
              VALUE "   Clientes novos nas coortes: ".
           05 W-LR-QTDE            PIC ZZZZZZ9.

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
       01  S-TELA-COORTE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Meses de coorte (1 a 12)...: "
                                       LINE 08 COL 10.
               10  S-COH-MESES         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(02)
                                       USING W-COH-MESES.
               10  VALUE  "Arquivo relatorio..........: "
                                       LINE 10 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 41 PIC X(40)
                                       TO W-ARQ-RELATO.
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

           MOVE "Retencao por Coorte"  TO W-MODULO
           MOVE WID-ARQ-REL-COORTE     TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-CLS
               DISPLAY S-TELA-COORTE
               ACCEPT S-COH-MESES
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   ACCEPT S-NOME-ARQ
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               IF  W-COH-MESES         EQUAL ZEROS OR
                   W-COH-MESES         GREATER 12
                   MOVE 12             TO W-COH-MESES
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

           MOVE ZEROS                  TO W-QTDE-TAB-CCL
                                          W-QTDE-TAB-CVD
           MOVE "N"                    TO W-COH-ESTOUROU

      * Janela: da competencia W-COH-MESES meses antes da data
      * movimento ate a propria competencia da data movimento.
           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV(1:6)        TO W-COH-COMP-ATUAL
           MOVE W-COH-COMP-ATUAL       TO W-COH-COMP-AUX
           COMPUTE W-COH-MES-ATUAL = W-COH-AUX-ANO * 12
                                   + W-COH-AUX-MES - 1
           COMPUTE W-COH-MES-INI = W-COH-MES-ATUAL - W-COH-MESES
           MOVE W-COH-MES-INI          TO W-COH-MES-AUX
           PERFORM 2900-MES-PARA-COMP
           MOVE W-COH-COMP-AUX         TO W-COH-COMP-INI

           PERFORM 2100-CARREGAR-CLIENTES
           IF  W-QTDE-TAB-CCL          EQUAL ZEROS
               MOVE "Nenhum cliente novo no periodo, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2200-MARCAR-PROSPECTS
           PERFORM 2300-VENDEDOR-AQUISICAO
           PERFORM 2400-MARCAR-FATURAMENTO
           PERFORM 3000-ACUMULAR-COORTES
           PERFORM 3500-ORDENAR-VENDEDORES
           PERFORM 4000-GRAVAR-RELATORIO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CARREGAR-CLIENTES          SECTION.
      *----------------------------------------------------------------*

           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF

           PERFORM 7153-LER-PROX-ARQ-CLIE
           PERFORM UNTIL NOT FS-OK
               IF  CLIE-DATA-CADASTRO(1:6) NOT LESS W-COH-COMP-INI AND
                   CLIE-DATA-CADASTRO(1:6) NOT GREATER W-COH-COMP-ATUAL
                   PERFORM 2110-INCLUIR-CLIENTE
               END-IF
               PERFORM 7153-LER-PROX-ARQ-CLIE
           END-PERFORM
           PERFORM 7190-FECHAR-ARQ-CLIE
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-COH-ESTOUROU          EQUAL "S"
               MOVE "Tabela cheia - coortes parciais, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-INCLUIR-CLIENTE            SECTION.
      *----------------------------------------------------------------*

           IF  W-QTDE-TAB-CCL          NOT LESS 9999
               MOVE "S"                TO W-COH-ESTOUROU
               GO TO 2110-99-FIM
           END-IF
           ADD 1                       TO W-QTDE-TAB-CCL
           MOVE CLIE-DATA-CADASTRO(1:6) TO W-COH-COMP-AUX
           COMPUTE W-CCL-COORTE(W-QTDE-TAB-CCL) =
                   W-COH-AUX-ANO * 12 + W-COH-AUX-MES - 1
                 - W-COH-MES-INI + 1
           MOVE CLIE-CODIGO            TO W-CCL-CLIE(W-QTDE-TAB-CCL)
           MOVE ZEROS                  TO W-CCL-VEND(W-QTDE-TAB-CCL)
           MOVE "D"                    TO W-CCL-ORIGEM(W-QTDE-TAB-CCL)
           IF  CLIE-ATIVO
               MOVE "S"                TO W-CCL-ATIVO(W-QTDE-TAB-CCL)
           ELSE
               MOVE "N"                TO W-CCL-ATIVO(W-QTDE-TAB-CCL)
           END-IF
           PERFORM VARYING W-COH-OFFSET FROM 1 BY 1
                   UNTIL W-COH-OFFSET GREATER 13
               MOVE "N"                TO W-CCL-FATUROU
                                          (W-QTDE-TAB-CCL W-COH-OFFSET)
           END-PERFORM.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-MARCAR-PROSPECTS           SECTION.
      *----------------------------------------------------------------*
      * Cliente criado pela conversao de um prospect.
           PERFORM 7871-ABRIR-INPUT-ARQ-PROSPECT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           PERFORM 7874-LER-PROX-ARQ-PROSPECT
           PERFORM UNTIL NOT FS-OK
               IF  PROSP-CONVERTIDO AND
                   PROSP-CLIE-CODIGO   GREATER ZEROS
                   MOVE PROSP-CLIE-CODIGO TO W-COH-CLIE-PROC
                   PERFORM 2910-LOCALIZAR-CLIENTE
                   IF  W-SUB-CCL-ACHADO GREATER ZEROS
                       MOVE "P"        TO W-CCL-ORIGEM
                                          (W-SUB-CCL-ACHADO)
                   END-IF
               END-IF
               PERFORM 7874-LER-PROX-ARQ-PROSPECT
           END-PERFORM
           PERFORM 7879-FECHAR-ARQ-PROSPECT
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-VENDEDOR-AQUISICAO         SECTION.
      *----------------------------------------------------------------*
      * O razao de atribuicoes esta em ordem cronologica: o primeiro
      * evento do cliente com vendedor novo da o vendedor que o
      * adquiriu. Cliente sem evento fica no vendedor zero.
           OPEN INPUT ARQ-HIST-ATRIB
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2300-99-FIM
           END-IF

           READ ARQ-HIST-ATRIB NEXT
           PERFORM UNTIL NOT FS-OK
               IF  HATR-VEND-NOVO      GREATER ZEROS
                   MOVE HATR-CLIE-CODIGO TO W-COH-CLIE-PROC
                   PERFORM 2910-LOCALIZAR-CLIENTE
                   IF  W-SUB-CCL-ACHADO GREATER ZEROS
                       IF  W-CCL-VEND(W-SUB-CCL-ACHADO) EQUAL ZEROS
                           MOVE HATR-VEND-NOVO
                                TO W-CCL-VEND(W-SUB-CCL-ACHADO)
                       END-IF
                   END-IF
               END-IF
               READ ARQ-HIST-ATRIB NEXT
           END-PERFORM
           CLOSE ARQ-HIST-ATRIB
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-MARCAR-FATURAMENTO         SECTION.
      *----------------------------------------------------------------*
      * Le so as competencias da janela pelo indice de competencia.
           PERFORM 7411-ABRIR-INPUT-ARQ-VENDAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2400-99-FIM
           END-IF

           MOVE W-COH-COMP-INI         TO VENDAS-COMPETENCIA
           PERFORM 7472-START-ARQ-VENDAS-COMP
           IF  FS-OK
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VENDAS-COMPETENCIA GREATER W-COH-COMP-ATUAL
               IF  VENDAS-VALOR        GREATER ZEROS
                   PERFORM 2410-MARCAR-MES
               END-IF
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-PERFORM
           PERFORM 7490-FECHAR-ARQ-VENDAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-MARCAR-MES                 SECTION.
      *----------------------------------------------------------------*

           MOVE VENDAS-CLIE-CODIGO     TO W-COH-CLIE-PROC
           PERFORM 2910-LOCALIZAR-CLIENTE
           IF  W-SUB-CCL-ACHADO        EQUAL ZEROS
               GO TO 2410-99-FIM
           END-IF

      * Faturamento anterior ao mes de cadastro nao conta.
           MOVE VENDAS-COMPETENCIA     TO W-COH-COMP-AUX
           COMPUTE W-COH-MES-AUX = W-COH-AUX-ANO * 12
                                 + W-COH-AUX-MES - 1
           IF  W-COH-MES-AUX LESS W-COH-MES-INI +
               W-CCL-COORTE(W-SUB-CCL-ACHADO) - 1
               GO TO 2410-99-FIM
           END-IF
           COMPUTE W-COH-OFFSET = W-COH-MES-AUX - W-COH-MES-INI
                 - W-CCL-COORTE(W-SUB-CCL-ACHADO) + 2
           IF  W-COH-OFFSET            GREATER 13
               GO TO 2410-99-FIM
           END-IF
           MOVE "S"                    TO W-CCL-FATUROU
                                          (W-SUB-CCL-ACHADO
                                           W-COH-OFFSET).

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-MES-PARA-COMP              SECTION.
      *----------------------------------------------------------------*
      * Converte o numero de meses (ano * 12 + mes - 1) de volta para
      * a competencia AAAAMM.
           DIVIDE W-COH-MES-AUX BY 12 GIVING W-COH-AUX-ANO
                  REMAINDER W-COH-AUX-MES
           ADD 1                       TO W-COH-AUX-MES.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-LOCALIZAR-CLIENTE          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-CCL-ACHADO
           MOVE 1                      TO W-COH-INF
           MOVE W-QTDE-TAB-CCL         TO W-COH-SUP
           PERFORM UNTIL W-COH-INF GREATER W-COH-SUP
                      OR W-SUB-CCL-ACHADO GREATER ZEROS
               COMPUTE W-COH-MEIO = (W-COH-INF + W-COH-SUP) / 2
               EVALUATE TRUE
                   WHEN W-CCL-CLIE(W-COH-MEIO) EQUAL W-COH-CLIE-PROC
                       MOVE W-COH-MEIO TO W-SUB-CCL-ACHADO
                   WHEN W-CCL-CLIE(W-COH-MEIO) LESS W-COH-CLIE-PROC
                       COMPUTE W-COH-INF = W-COH-MEIO + 1
                   WHEN W-COH-MEIO     EQUAL 1
                       MOVE ZEROS      TO W-COH-SUP
                   WHEN OTHER
                       COMPUTE W-COH-SUP = W-COH-MEIO - 1
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-ACUMULAR-COORTES           SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-COH-IDX-COORTE FROM 1 BY 1
                   UNTIL W-COH-IDX-COORTE GREATER 13
               INITIALIZE W-COH-CELULA
               MOVE W-COH-CELULA       TO W-GER-CELULA
                                          (W-COH-IDX-COORTE)
                                          W-ORI-CELULA
                                          (1 W-COH-IDX-COORTE)
                                          W-ORI-CELULA
                                          (2 W-COH-IDX-COORTE)
           END-PERFORM

           PERFORM 3100-ACUMULAR-CLIENTE
                   VARYING W-SUB-CCL FROM 1 BY 1
                   UNTIL W-SUB-CCL GREATER W-QTDE-TAB-CCL.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-ACUMULAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*

           MOVE W-CCL-COORTE(W-SUB-CCL) TO W-COH-IDX-COORTE
           IF  W-CCL-PROSPECT(W-SUB-CCL)
               MOVE 1                  TO W-COH-IDX-ORIGEM
           ELSE
               MOVE 2                  TO W-COH-IDX-ORIGEM
           END-IF

           MOVE W-GER-CELULA(W-COH-IDX-COORTE) TO W-COH-CELULA
           PERFORM 3150-SOMAR-CELULA
           MOVE W-COH-CELULA TO W-GER-CELULA(W-COH-IDX-COORTE)

           MOVE W-ORI-CELULA(W-COH-IDX-ORIGEM W-COH-IDX-COORTE)
                                       TO W-COH-CELULA
           PERFORM 3150-SOMAR-CELULA
           MOVE W-COH-CELULA
                TO W-ORI-CELULA(W-COH-IDX-ORIGEM W-COH-IDX-COORTE)

           MOVE ZEROS                  TO W-SUB-CVD-ACHADO
           PERFORM VARYING W-SUB-CVD FROM 1 BY 1
                   UNTIL W-SUB-CVD GREATER W-QTDE-TAB-CVD
                      OR W-SUB-CVD-ACHADO GREATER ZEROS
               IF  W-CVD-VEND(W-SUB-CVD) EQUAL W-CCL-VEND(W-SUB-CCL)
                   MOVE W-SUB-CVD      TO W-SUB-CVD-ACHADO
               END-IF
           END-PERFORM
           IF  W-SUB-CVD-ACHADO        EQUAL ZEROS
               IF  W-QTDE-TAB-CVD      NOT LESS 999
                   GO TO 3100-99-FIM
               END-IF
               ADD 1                   TO W-QTDE-TAB-CVD
               MOVE W-QTDE-TAB-CVD     TO W-SUB-CVD-ACHADO
               MOVE W-CCL-VEND(W-SUB-CCL)
                                       TO W-CVD-VEND(W-SUB-CVD-ACHADO)
               INITIALIZE W-COH-CELULA
               PERFORM VARYING W-SUB-COL FROM 1 BY 1
                       UNTIL W-SUB-COL GREATER 13
                   MOVE W-COH-CELULA   TO W-CVD-CELULA
                                          (W-SUB-CVD-ACHADO W-SUB-COL)
               END-PERFORM
           END-IF

           MOVE W-CVD-CELULA(W-SUB-CVD-ACHADO W-COH-IDX-COORTE)
                                       TO W-COH-CELULA
           PERFORM 3150-SOMAR-CELULA
           MOVE W-COH-CELULA
                TO W-CVD-CELULA(W-SUB-CVD-ACHADO W-COH-IDX-COORTE).

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3150-SOMAR-CELULA               SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-CEL-QTDE
           IF  W-CCL-ATIVO(W-SUB-CCL)  EQUAL "S"
               ADD 1                   TO W-CEL-ATIVOS
           END-IF
           PERFORM VARYING W-COH-OFFSET FROM 1 BY 1
                   UNTIL W-COH-OFFSET GREATER 13
               IF  W-CCL-FATUROU(W-SUB-CCL W-COH-OFFSET) EQUAL "S"
                   ADD 1               TO W-CEL-RETIDOS(W-COH-OFFSET)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-ORDENAR-VENDEDORES         SECTION.
      *----------------------------------------------------------------*

           MOVE "S"                    TO W-CVD-TROCOU
           PERFORM 3510-PASSADA-TROCA  UNTIL W-CVD-TROCOU EQUAL "N".

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-PASSADA-TROCA              SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-CVD-TROCOU
           PERFORM VARYING W-SUB-CVD FROM 1 BY 1
                   UNTIL W-SUB-CVD NOT LESS W-QTDE-TAB-CVD
               COMPUTE W-SUB-CVD-2 = W-SUB-CVD + 1
               IF  W-CVD-VEND(W-SUB-CVD) GREATER
                   W-CVD-VEND(W-SUB-CVD-2)
                   MOVE W-CVD-ITEM(W-SUB-CVD)
                                       TO W-CVD-ITEM-TROCA
                   MOVE W-CVD-ITEM(W-SUB-CVD-2)
                                       TO W-CVD-ITEM(W-SUB-CVD)
                   MOVE W-CVD-ITEM-TROCA
                                       TO W-CVD-ITEM(W-SUB-CVD-2)
                   MOVE "S"            TO W-CVD-TROCOU
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 4000-99-FIM
           END-IF

           MOVE W-COH-COMP-ATUAL(1:4)  TO W-CAB-ANO
           MOVE W-COH-COMP-ATUAL(5:2)  TO W-CAB-MES
           PERFORM VARYING W-SUB-COL FROM 1 BY 1
                   UNTIL W-SUB-COL GREATER 13
               COMPUTE W-CC-OFFSET(W-SUB-COL) = W-SUB-COL - 1
           END-PERFORM
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

      * Visao geral.
           MOVE "Todos os clientes novos" TO W-CS-TITULO
           PERFORM 4050-GRAVAR-CABECALHO
           PERFORM VARYING W-COH-IDX-COORTE FROM 1 BY 1
                   UNTIL W-COH-IDX-COORTE GREATER 13
               MOVE W-GER-CELULA(W-COH-IDX-COORTE) TO W-COH-CELULA
               PERFORM 4200-GRAVAR-LINHA-COORTE
           END-PERFORM

      * Por origem.
           PERFORM VARYING W-COH-IDX-ORIGEM FROM 1 BY 1
                   UNTIL W-COH-IDX-ORIGEM GREATER 2
               IF  W-COH-IDX-ORIGEM    EQUAL 1
                   MOVE "Origem: prospect convertido"
                                       TO W-CS-TITULO
               ELSE
                   MOVE "Origem: cadastro direto"
                                       TO W-CS-TITULO
               END-IF
               PERFORM 4050-GRAVAR-CABECALHO
               PERFORM VARYING W-COH-IDX-COORTE FROM 1 BY 1
                       UNTIL W-COH-IDX-COORTE GREATER 13
                   MOVE W-ORI-CELULA(W-COH-IDX-ORIGEM W-COH-IDX-COORTE)
                                       TO W-COH-CELULA
                   PERFORM 4200-GRAVAR-LINHA-COORTE
               END-PERFORM
           END-PERFORM

      * Por vendedor de aquisicao.
           PERFORM 4100-GRAVAR-VENDEDOR
                   VARYING W-SUB-CVD FROM 1 BY 1
                   UNTIL W-SUB-CVD GREATER W-QTDE-TAB-CVD

           MOVE W-QTDE-TAB-CCL         TO W-LR-QTDE
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           WRITE REG-ARQ-RELATO FROM W-LIN-RODAPE AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE W-QTDE-TAB-CCL         TO W-COH-CLIENTES-ED
           MOVE SPACES                 TO W-MSGERRO
           STRING "Coortes: " W-COH-CLIENTES-ED
                  " clientes novos, tecle <Enter>"
                  DELIMITED BY SIZE INTO W-MSGERRO
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC196P - " FUNCTION TRIM(W-MSGERRO)
           ELSE
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4050-GRAVAR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-CAB-SECAO AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1.

      *----------------------------------------------------------------*
       4050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO W-CS-TITULO
           IF  W-CVD-VEND(W-SUB-CVD)   EQUAL ZEROS
               MOVE "Vendedor de aquisicao: (sem atribuicao registrada)"
                                       TO W-CS-TITULO
           ELSE
               MOVE W-CVD-VEND(W-SUB-CVD) TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    NOT EQUAL "S"
                   MOVE "(vendedor nao cadastrado)"
                                       TO VEND-RAZAO-SOCIAL
               END-IF
               STRING "Vendedor de aquisicao: "
                      W-CVD-VEND(W-SUB-CVD) " - "
                      VEND-RAZAO-SOCIAL
                      DELIMITED BY SIZE INTO W-CS-TITULO
           END-IF
           PERFORM 4050-GRAVAR-CABECALHO

           PERFORM VARYING W-COH-IDX-COORTE FROM 1 BY 1
                   UNTIL W-COH-IDX-COORTE GREATER 13
               MOVE W-CVD-CELULA(W-SUB-CVD W-COH-IDX-COORTE)
                                       TO W-COH-CELULA
               PERFORM 4200-GRAVAR-LINHA-COORTE
           END-PERFORM.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-GRAVAR-LINHA-COORTE        SECTION.
      *----------------------------------------------------------------*
      * Linha da coorte W-COH-IDX-COORTE a partir de W-COH-CELULA;
      * as colunas posteriores a competencia atual ficam em branco.
           IF  W-CEL-QTDE              EQUAL ZEROS
               GO TO 4200-99-FIM
           END-IF

           COMPUTE W-COH-MES-AUX = W-COH-MES-INI + W-COH-IDX-COORTE - 1
           PERFORM 2900-MES-PARA-COMP
           MOVE W-COH-AUX-ANO          TO W-LC-ANO
           MOVE W-COH-AUX-MES          TO W-LC-MES
           MOVE W-CEL-QTDE             TO W-LC-QTDE
           COMPUTE W-LIN-PERC ROUNDED =
                   W-CEL-ATIVOS * 100 / W-CEL-QTDE
           MOVE W-LIN-PERC             TO W-LC-ATIVOS

           PERFORM VARYING W-SUB-COL FROM 1 BY 1
                   UNTIL W-SUB-COL GREATER 13
               MOVE SPACES             TO W-LC-COLUNA(W-SUB-COL)
               IF  W-COH-IDX-COORTE + W-SUB-COL - 2
                   NOT GREATER W-COH-MESES
                   COMPUTE W-LIN-PERC ROUNDED =
                           W-CEL-RETIDOS(W-SUB-COL) * 100 / W-CEL-QTDE
                   MOVE W-LIN-PERC     TO W-LC-PERC(W-SUB-COL)
                   MOVE "%"            TO W-LC-SINAL(W-SUB-COL)
               END-IF
           END-PERFORM
           WRITE REG-ARQ-RELATO FROM W-LIN-COORTE AFTER 1.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas arquivo de prospects
       COPY ".\copybooks\GCC102R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
