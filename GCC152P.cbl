      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC152P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC152P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Pipeline mensal de oportunidades por          *
      *                  vendedor e supervisor - valor das             *
      *                  oportunidades abertas e ganhas por            *
      *                  competencia prevista de fechamento, ponderado *
      *                  pela probabilidade do estagio (parametros     *
      *                  gerais, ajustavel na tela), comparado com a   *
      *                  META-FATURAMENTO das proximas competencias.   *
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
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Arquivo de metas mensais
       COPY ".\copybooks\GCC060FC.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo de oportunidades
       COPY ".\copybooks\GCC151FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Arquivo de metas mensais
       COPY ".\copybooks\GCC060FD.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo de oportunidades
       COPY ".\copybooks\GCC151FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao de supervisor
       COPY ".\copybooks\GCC059W.cpy".
      * Campos leitura do arquivo de parametros
       COPY ".\copybooks\GCC064W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".

      * Janela de competencias e probabilidades por estagio (%).
       01  W-FILTROS-PIPELINE.
           05  W-PIP-COMP-INICIO       PIC 9(06) VALUE ZEROS.
           05  FILLER REDEFINES W-PIP-COMP-INICIO.
               10  W-PIP-INI-ANO       PIC 9(04).
               10  W-PIP-INI-MES       PIC 9(02).
           05  W-PIP-MESES             PIC 9(01) VALUE 3.
           05  W-PIP-PROB-QUALIF       PIC 9(03) VALUE 10.
           05  W-PIP-PROB-PROPOSTA     PIC 9(03) VALUE 30.
           05  W-PIP-PROB-NEGOC        PIC 9(03) VALUE 60.

       01  W-CAMPOS-PIPELINE.
      * Competencias em meses corridos (ano * 12 + mes - 1), para a
      * posicao da oportunidade na janela sem conta de calendario.
           05  W-PIP-NUM-INICIO        PIC 9(06) VALUE ZEROS.
           05  W-PIP-NUM-OPOR          PIC 9(06) VALUE ZEROS.
           05  W-PIP-NUM-MES           PIC 9(06) VALUE ZEROS.
           05  W-PIP-POS               PIC S9(06) VALUE ZEROS.
           05  W-PIP-OPOR-COMP         PIC 9(06) VALUE ZEROS.
           05  FILLER REDEFINES W-PIP-OPOR-COMP.
               10  W-PIP-OPOR-ANO      PIC 9(04).
               10  W-PIP-OPOR-MES      PIC 9(02).
           05  W-PIP-COMP-MES          PIC 9(06) VALUE ZEROS.
           05  FILLER REDEFINES W-PIP-COMP-MES.
               10  W-PIP-MES-ANO       PIC 9(04).
               10  W-PIP-MES-MES       PIC 9(02).
           05  W-PIP-PROB              PIC 9(03) VALUE ZEROS.
           05  W-PIP-VEND-BUSCA        PIC 9(07) VALUE ZEROS.
           05  W-PIP-TROCOU            PIC X(01) VALUE "N".
           05  W-PIP-SUP-CORR          PIC 9(07) VALUE ZEROS.
           05  W-PIP-SUP-PRIMEIRO      PIC X(01) VALUE "S".
           05  W-PIP-GAP               PIC S9(13)V9(02) VALUE ZEROS.
           05  W-PIP-COBERTURA         PIC 9(04)V9(02) VALUE ZEROS.
           05  W-PIP-DESPREZADOS       PIC 9(05) VALUE ZEROS.
      * Valores da linha corrente (vendedor ou total) a imprimir.
           05  W-PIP-LIN-QTDE          PIC 9(07) VALUE ZEROS.
           05  W-PIP-LIN-BRUTO         PIC 9(13)V9(02) VALUE ZEROS.
           05  W-PIP-LIN-PONDERADO     PIC 9(13)V9(02) VALUE ZEROS.
           05  W-PIP-LIN-META          PIC 9(13)V9(02) VALUE ZEROS.

       01  W-TAB-PIPELINE.
           05  W-QTDE-TAB-PIP          PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-PIP               PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-PIP-2             PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-PIP-ACHADO        PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-MES               PIC 9(01) COMP VALUE ZEROS.
           05  W-PIP-ITEM              OCCURS 999 TIMES.
               10  W-PIP-VEND          PIC 9(007).
               10  W-PIP-VEND-RAZAO    PIC X(040).
               10  W-PIP-SUPERVISOR    PIC 9(007).
               10  W-PIP-MES           OCCURS 6 TIMES.
                   15  W-PIP-QTDE      PIC 9(005).
                   15  W-PIP-BRUTO     PIC 9(013)V9(002).
                   15  W-PIP-PONDERADO PIC 9(013)V9(002).
                   15  W-PIP-META      PIC 9(013)V9(002).
           05  W-PIP-ITEM-TROCA        PIC X(354).

      * Totais por competencia do supervisor corrente e geral.
       01  W-TOTAIS-PIPELINE.
           05  W-TOT-SUPERV            OCCURS 6 TIMES.
               10  W-TSU-QTDE          PIC 9(007).
               10  W-TSU-BRUTO         PIC 9(013)V9(002).
               10  W-TSU-PONDERADO     PIC 9(013)V9(002).
               10  W-TSU-META          PIC 9(013)V9(002).
           05  W-TOT-GERAL             OCCURS 6 TIMES.
               10  W-TGE-QTDE          PIC 9(007).
               10  W-TGE-BRUTO         PIC 9(013)V9(002).
               10  W-TGE-PONDERADO     PIC 9(013)V9(002).
               10  W-TGE-META          PIC 9(013)V9(002).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(39) VALUE
              "Pipeline Ponderado x Meta - a partir de".
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-CAB-COMPETENCIA    PIC 9(06).
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CAB-MESES          PIC 9(01).
           05 FILLER               PIC X(08) VALUE " mes(es)".

       01  W-CAB-PROBABILIDADES.
           05 FILLER               PIC X(32) VALUE
              "Probabilidades: Qualificacao ".
           05 W-CAB-PROB-Q         PIC ZZ9.
           05 FILLER               PIC X(13) VALUE "%  Proposta ".
           05 W-CAB-PROB-P         PIC ZZ9.
           05 FILLER               PIC X(15) VALUE "%  Negociacao ".
           05 W-CAB-PROB-N         PIC ZZ9.
           05 FILLER               PIC X(30) VALUE
              "%  Ganha 100%  Perdida 0%".

       01  W-CAB-SUPERV.
           05 FILLER               PIC X(12) VALUE "Supervisor: ".
           05 W-CS-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CS-NOME            PIC X(40).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(08) VALUE "Vendedor".
           05 FILLER               PIC X(31) VALUE " Razao Social".
           05 FILLER               PIC X(07) VALUE "Compet.".
           05 FILLER               PIC X(06) VALUE " Oport".
           05 FILLER               PIC X(18) VALUE
              "   Pipeline bruto".
           05 FILLER               PIC X(18) VALUE
              "        Ponderado".
           05 FILLER               PIC X(18) VALUE
              "             Meta".
           05 FILLER               PIC X(08) VALUE "  Cober%".
           05 FILLER               PIC X(18) VALUE
              "   Ponderado-Meta".

       01  W-LIN-PIPELINE.
           05 W-LP-CODIGO          PIC ZZZZZZ9.
           05 W-LP-CODIGO-X        REDEFINES W-LP-CODIGO
                                   PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LP-RAZAO           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LP-COMPETENCIA     PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LP-QTDE            PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LP-BRUTO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LP-PONDERADO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LP-META            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LP-COBERTURA       PIC ZZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LP-GAP             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

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
       01  S-TELA-PIPELINE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Competencia inicial...: "
                                       LINE 06 COL 10.
               10  S-PIP-COMPETENCIA   BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 36 PIC 9(06)
                                       USING W-PIP-COMP-INICIO.
               10  VALUE  "Meses (1 a 6).........: "
                                       LINE 08 COL 10.
               10  S-PIP-MESES         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 36 PIC 9(01)
                                       USING W-PIP-MESES.
               10  VALUE  "Prob. qualificacao (%): "
                                       LINE 10 COL 10.
               10  S-PIP-PROB-QUALIF
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 36 PIC 9(03)
                                       USING W-PIP-PROB-QUALIF.
               10  VALUE  "Prob. proposta (%)....: "
                                       LINE 12 COL 10.
               10  S-PIP-PROB-PROPOSTA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 36 PIC 9(03)
                                       USING W-PIP-PROB-PROPOSTA.
               10  VALUE  "Prob. negociacao (%)..: "
                                       LINE 14 COL 10.
               10  S-PIP-PROB-NEGOC
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 36 PIC 9(03)
                                       USING W-PIP-PROB-NEGOC.
               10  VALUE  "Arquivo relatorio.....: "
                                       LINE 16 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 36 PIC X(40)
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

           MOVE "Pipeline x Meta"      TO W-MODULO
           MOVE WID-ARQ-REL-PIPELINE   TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

      * Janela padrao: a competencia da data movimento e as duas
      * seguintes; probabilidades dos parametros gerais.
           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV(1:6)        TO W-PIP-COMP-INICIO
           PERFORM 7925-LER-ARQ-PARAM
           IF  W-PARAM-LIDO            EQUAL "S"
               IF  PARAM-PROB-QUALIFICACAO GREATER ZEROS
                   MOVE PARAM-PROB-QUALIFICACAO
                                       TO W-PIP-PROB-QUALIF
               END-IF
               IF  PARAM-PROB-PROPOSTA GREATER ZEROS
                   MOVE PARAM-PROB-PROPOSTA
                                       TO W-PIP-PROB-PROPOSTA
               END-IF
               IF  PARAM-PROB-NEGOCIACAO GREATER ZEROS
                   MOVE PARAM-PROB-NEGOCIACAO
                                       TO W-PIP-PROB-NEGOC
               END-IF
           END-IF

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-CLS
               DISPLAY S-TELA-PIPELINE
               ACCEPT S-PIP-COMPETENCIA
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   ACCEPT S-PIP-MESES
                   ACCEPT S-PIP-PROB-QUALIF
                   ACCEPT S-PIP-PROB-PROPOSTA
                   ACCEPT S-PIP-PROB-NEGOC
                   ACCEPT S-NOME-ARQ
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               IF  W-PIP-INI-ANO       LESS 2000 OR
                   W-PIP-INI-MES       LESS 1    OR
                   W-PIP-INI-MES       GREATER 12
                   MOVE "Competencia invalida (AAAAMM), tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   IF  W-PIP-MESES     LESS 1 OR
                       W-PIP-MESES     GREATER 6
                       MOVE 3          TO W-PIP-MESES
                   END-IF
                   IF  W-PIP-PROB-QUALIF GREATER 100
                       MOVE 100        TO W-PIP-PROB-QUALIF
                   END-IF
                   IF  W-PIP-PROB-PROPOSTA GREATER 100
                       MOVE 100        TO W-PIP-PROB-PROPOSTA
                   END-IF
                   IF  W-PIP-PROB-NEGOC GREATER 100
                       MOVE 100        TO W-PIP-PROB-NEGOC
                   END-IF
                   PERFORM 2000-PROCESSAR
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-CAMPOS-PIPELINE
                      W-TOTAIS-PIPELINE
           MOVE ZEROS                  TO W-QTDE-TAB-PIP
           COMPUTE W-PIP-NUM-INICIO = W-PIP-INI-ANO * 12
                                    + W-PIP-INI-MES - 1

           PERFORM 2100-ACUMULAR-OPORTUNIDADES
           PERFORM 2200-ACUMULAR-METAS
           IF  W-QTDE-TAB-PIP          EQUAL ZEROS
               MOVE "Nenhuma oportunidade ou meta no periodo, tecle <E
      -            "nter>"             TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2300-COMPLETAR-VENDEDOR
                   VARYING W-SUB-PIP FROM 1 BY 1
                   UNTIL W-SUB-PIP GREATER W-QTDE-TAB-PIP
           PERFORM 2500-ORDENAR-EQUIPES
           PERFORM 4000-GRAVAR-RELATORIO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ACUMULAR-OPORTUNIDADES     SECTION.
      *----------------------------------------------------------------*
      * Passada unica por ARQ-OPORTUNIDADE: abertas e ganhas com
      * fechamento previsto dentro da janela; perdidas ficam fora.
           OPEN INPUT ARQ-OPORTUNIDADE
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2100-99-FIM
           END-IF

           PERFORM 7713-LER-PROX-ARQ-OPORT
           PERFORM UNTIL NOT FS-OK
               IF  OPOR-ABERTA OR OPOR-GANHA
                   PERFORM 2110-ACUMULAR-OPORTUNIDADE
               END-IF
               PERFORM 7713-LER-PROX-ARQ-OPORT
           END-PERFORM

           PERFORM 7719-FECHAR-ARQ-OPORT.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-ACUMULAR-OPORTUNIDADE      SECTION.
      *----------------------------------------------------------------*

           MOVE OPOR-COMPETENCIA       TO W-PIP-OPOR-COMP
           COMPUTE W-PIP-NUM-OPOR = W-PIP-OPOR-ANO * 12
                                  + W-PIP-OPOR-MES - 1
           COMPUTE W-PIP-POS = W-PIP-NUM-OPOR - W-PIP-NUM-INICIO + 1
           IF  W-PIP-POS               LESS 1 OR
               W-PIP-POS               GREATER W-PIP-MESES
               GO TO 2110-99-FIM
           END-IF

           MOVE OPOR-VEND-CODIGO       TO W-PIP-VEND-BUSCA
           PERFORM 2900-LOCALIZAR-VENDEDOR
           IF  W-SUB-PIP-ACHADO        EQUAL ZEROS
               GO TO 2110-99-FIM
           END-IF

           EVALUATE TRUE
               WHEN OPOR-QUALIFICACAO
                   MOVE W-PIP-PROB-QUALIF   TO W-PIP-PROB
               WHEN OPOR-PROPOSTA
                   MOVE W-PIP-PROB-PROPOSTA TO W-PIP-PROB
               WHEN OPOR-NEGOCIACAO
                   MOVE W-PIP-PROB-NEGOC    TO W-PIP-PROB
               WHEN OTHER
                   MOVE 100                 TO W-PIP-PROB
           END-EVALUATE

           MOVE W-PIP-POS              TO W-SUB-MES
           ADD 1 TO W-PIP-QTDE(W-SUB-PIP-ACHADO, W-SUB-MES)
           ADD OPOR-VALOR-ESTIMADO
                TO W-PIP-BRUTO(W-SUB-PIP-ACHADO, W-SUB-MES)
           COMPUTE W-PIP-PONDERADO(W-SUB-PIP-ACHADO, W-SUB-MES)
                   ROUNDED =
                   W-PIP-PONDERADO(W-SUB-PIP-ACHADO, W-SUB-MES)
                 + OPOR-VALOR-ESTIMADO * W-PIP-PROB / 100.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-ACUMULAR-METAS             SECTION.
      *----------------------------------------------------------------*
      * Metas de faturamento das competencias da janela; vendedor com
      * meta e sem pipeline tambem sai no relatorio.
           OPEN INPUT ARQ-META
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           PERFORM 7043-LER-PROX-ARQ-META
           PERFORM UNTIL NOT FS-OK
               PERFORM 2210-ACUMULAR-META
               PERFORM 7043-LER-PROX-ARQ-META
           END-PERFORM

           PERFORM 7049-FECHAR-ARQ-META.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-ACUMULAR-META              SECTION.
      *----------------------------------------------------------------*

           MOVE META-COMPETENCIA       TO W-PIP-OPOR-COMP
           COMPUTE W-PIP-NUM-OPOR = W-PIP-OPOR-ANO * 12
                                  + W-PIP-OPOR-MES - 1
           COMPUTE W-PIP-POS = W-PIP-NUM-OPOR - W-PIP-NUM-INICIO + 1
           IF  W-PIP-POS               LESS 1 OR
               W-PIP-POS               GREATER W-PIP-MESES OR
               META-FATURAMENTO        EQUAL ZEROS
               GO TO 2210-99-FIM
           END-IF

           MOVE META-VEND-CODIGO       TO W-PIP-VEND-BUSCA
           PERFORM 2900-LOCALIZAR-VENDEDOR
           IF  W-SUB-PIP-ACHADO        EQUAL ZEROS
               GO TO 2210-99-FIM
           END-IF

           MOVE W-PIP-POS              TO W-SUB-MES
           MOVE META-FATURAMENTO
                TO W-PIP-META(W-SUB-PIP-ACHADO, W-SUB-MES).

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-COMPLETAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * Razao social e supervisor do cadastro de vendedores.
           MOVE W-PIP-VEND(W-SUB-PIP)  TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL
                    TO W-PIP-VEND-RAZAO(W-SUB-PIP)
               MOVE VEND-SUPERVISOR
                    TO W-PIP-SUPERVISOR(W-SUB-PIP)
           ELSE
               MOVE "(vendedor nao cadastrado)"
                    TO W-PIP-VEND-RAZAO(W-SUB-PIP)
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-ORDENAR-EQUIPES            SECTION.
      *----------------------------------------------------------------*
      * Ordena por supervisor e, dentro da equipe, por vendedor.
           MOVE "S"                    TO W-PIP-TROCOU
           PERFORM 2510-PASSADA-TROCA  UNTIL W-PIP-TROCOU EQUAL "N".

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-PASSADA-TROCA              SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-PIP-TROCOU
           PERFORM VARYING W-SUB-PIP FROM 1 BY 1
                   UNTIL W-SUB-PIP NOT LESS W-QTDE-TAB-PIP
               COMPUTE W-SUB-PIP-2 = W-SUB-PIP + 1
               IF  W-PIP-SUPERVISOR(W-SUB-PIP) GREATER
                   W-PIP-SUPERVISOR(W-SUB-PIP-2) OR
                   (W-PIP-SUPERVISOR(W-SUB-PIP) EQUAL
                    W-PIP-SUPERVISOR(W-SUB-PIP-2) AND
                    W-PIP-VEND(W-SUB-PIP) GREATER
                    W-PIP-VEND(W-SUB-PIP-2))
                   MOVE W-PIP-ITEM(W-SUB-PIP)
                                       TO W-PIP-ITEM-TROCA
                   MOVE W-PIP-ITEM(W-SUB-PIP-2)
                                       TO W-PIP-ITEM(W-SUB-PIP)
                   MOVE W-PIP-ITEM-TROCA
                                       TO W-PIP-ITEM(W-SUB-PIP-2)
                   MOVE "S"            TO W-PIP-TROCOU
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-LOCALIZAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * Posicao do vendedor W-PIP-VEND-BUSCA na tabela, incluindo-o
      * se ainda nao estiver; tabela cheia devolve zero.
           MOVE ZEROS                  TO W-SUB-PIP-ACHADO
           PERFORM VARYING W-SUB-PIP FROM 1 BY 1
                   UNTIL W-SUB-PIP GREATER W-QTDE-TAB-PIP
                      OR W-SUB-PIP-ACHADO GREATER ZEROS
               IF  W-PIP-VEND(W-SUB-PIP) EQUAL W-PIP-VEND-BUSCA
                   MOVE W-SUB-PIP      TO W-SUB-PIP-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-PIP-ACHADO        EQUAL ZEROS
               IF  W-QTDE-TAB-PIP      LESS 999
                   ADD 1               TO W-QTDE-TAB-PIP
                   MOVE W-QTDE-TAB-PIP TO W-SUB-PIP-ACHADO
                   INITIALIZE W-PIP-ITEM(W-SUB-PIP-ACHADO)
                   MOVE W-PIP-VEND-BUSCA
                        TO W-PIP-VEND(W-SUB-PIP-ACHADO)
               ELSE
                   ADD 1               TO W-PIP-DESPREZADOS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 4000-99-FIM
           END-IF

           MOVE W-PIP-COMP-INICIO      TO W-CAB-COMPETENCIA
           MOVE W-PIP-MESES            TO W-CAB-MESES
           MOVE W-PIP-PROB-QUALIF      TO W-CAB-PROB-Q
           MOVE W-PIP-PROB-PROPOSTA    TO W-CAB-PROB-P
           MOVE W-PIP-PROB-NEGOC       TO W-CAB-PROB-N
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-PROBABILIDADES AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           MOVE "S"                    TO W-PIP-SUP-PRIMEIRO
           MOVE ZEROS                  TO W-PIP-SUP-CORR
           PERFORM VARYING W-SUB-PIP FROM 1 BY 1
                   UNTIL W-SUB-PIP GREATER W-QTDE-TAB-PIP
               IF  W-PIP-SUPERVISOR(W-SUB-PIP)
                   NOT EQUAL W-PIP-SUP-CORR
                   OR W-PIP-SUP-PRIMEIRO EQUAL "S"
                   IF  W-PIP-SUP-PRIMEIRO EQUAL "N"
                       PERFORM 4300-GRAVAR-TOTAL-SUPERV
                   END-IF
                   PERFORM 4100-GRAVAR-CABEC-SUPERV
               END-IF
               PERFORM 4200-GRAVAR-LINHAS-VEND
           END-PERFORM
           PERFORM 4300-GRAVAR-TOTAL-SUPERV
           PERFORM 4400-GRAVAR-TOTAL-GERAL

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO
           IF  W-PIP-DESPREZADOS       GREATER ZEROS
               MOVE "Relatorio gravado (vendedores alem de 999 fora),
      -            " tecle <Enter>"    TO W-MSGERRO
           ELSE
               MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
           END-IF
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-CABEC-SUPERV        SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-PIP-SUP-PRIMEIRO
           MOVE W-PIP-SUPERVISOR(W-SUB-PIP)
                                       TO W-PIP-SUP-CORR
                                          W-CS-CODIGO
           MOVE SPACES                 TO W-CS-NOME
           IF  W-PIP-SUP-CORR          EQUAL ZEROS
               MOVE "(sem supervisor definido)"
                                       TO W-CS-NOME
           ELSE
               PERFORM 7030-ABRIR-ARQ-SUPERV
               IF  FS-OK
                   MOVE W-PIP-SUP-CORR TO SUP-CODIGO
                   PERFORM 7061-LER-ARQ-SUPERV-CHAVE
                   IF  W-REG-ENCONTRADO EQUAL "S"
                       MOVE SUP-NOME   TO W-CS-NOME
                   END-IF
                   PERFORM 7095-FECHAR-ARQ-SUPERV
               END-IF
           END-IF
           INITIALIZE W-TOT-SUPERV(1) W-TOT-SUPERV(2) W-TOT-SUPERV(3)
                      W-TOT-SUPERV(4) W-TOT-SUPERV(5) W-TOT-SUPERV(6)
           WRITE REG-ARQ-RELATO FROM W-CAB-SUPERV AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-GRAVAR-LINHAS-VEND         SECTION.
      *----------------------------------------------------------------*
      * Uma linha por competencia da janela; codigo e razao so na
      * primeira.
           PERFORM VARYING W-SUB-MES FROM 1 BY 1
                   UNTIL W-SUB-MES GREATER W-PIP-MESES
               IF  W-SUB-MES           EQUAL 1
                   MOVE W-PIP-VEND(W-SUB-PIP) TO W-LP-CODIGO
                   MOVE W-PIP-VEND-RAZAO(W-SUB-PIP)
                                       TO W-LP-RAZAO
               ELSE
                   MOVE SPACES         TO W-LP-CODIGO-X
                                          W-LP-RAZAO
               END-IF
               MOVE W-PIP-QTDE(W-SUB-PIP, W-SUB-MES)
                                       TO W-PIP-LIN-QTDE
               MOVE W-PIP-BRUTO(W-SUB-PIP, W-SUB-MES)
                                       TO W-PIP-LIN-BRUTO
               MOVE W-PIP-PONDERADO(W-SUB-PIP, W-SUB-MES)
                                       TO W-PIP-LIN-PONDERADO
               MOVE W-PIP-META(W-SUB-PIP, W-SUB-MES)
                                       TO W-PIP-LIN-META
               PERFORM 4900-GRAVAR-LINHA

               ADD W-PIP-QTDE(W-SUB-PIP, W-SUB-MES)
                   TO W-TSU-QTDE(W-SUB-MES) W-TGE-QTDE(W-SUB-MES)
               ADD W-PIP-BRUTO(W-SUB-PIP, W-SUB-MES)
                   TO W-TSU-BRUTO(W-SUB-MES) W-TGE-BRUTO(W-SUB-MES)
               ADD W-PIP-PONDERADO(W-SUB-PIP, W-SUB-MES)
                   TO W-TSU-PONDERADO(W-SUB-MES)
                      W-TGE-PONDERADO(W-SUB-MES)
               ADD W-PIP-META(W-SUB-PIP, W-SUB-MES)
                   TO W-TSU-META(W-SUB-MES) W-TGE-META(W-SUB-MES)
           END-PERFORM.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-GRAVAR-TOTAL-SUPERV        SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           PERFORM VARYING W-SUB-MES FROM 1 BY 1
                   UNTIL W-SUB-MES GREATER W-PIP-MESES
               MOVE SPACES             TO W-LP-CODIGO-X
                                          W-LP-RAZAO
               IF  W-SUB-MES           EQUAL 1
                   MOVE "Total supervisor"
                                       TO W-LP-RAZAO
               END-IF
               MOVE W-TSU-QTDE(W-SUB-MES)
                                       TO W-PIP-LIN-QTDE
               MOVE W-TSU-BRUTO(W-SUB-MES)
                                       TO W-PIP-LIN-BRUTO
               MOVE W-TSU-PONDERADO(W-SUB-MES)
                                       TO W-PIP-LIN-PONDERADO
               MOVE W-TSU-META(W-SUB-MES)
                                       TO W-PIP-LIN-META
               PERFORM 4900-GRAVAR-LINHA
           END-PERFORM.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-GRAVAR-TOTAL-GERAL         SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           PERFORM VARYING W-SUB-MES FROM 1 BY 1
                   UNTIL W-SUB-MES GREATER W-PIP-MESES
               MOVE SPACES             TO W-LP-CODIGO-X
                                          W-LP-RAZAO
               IF  W-SUB-MES           EQUAL 1
                   MOVE "Total geral"  TO W-LP-RAZAO
               END-IF
               MOVE W-TGE-QTDE(W-SUB-MES)
                                       TO W-PIP-LIN-QTDE
               MOVE W-TGE-BRUTO(W-SUB-MES)
                                       TO W-PIP-LIN-BRUTO
               MOVE W-TGE-PONDERADO(W-SUB-MES)
                                       TO W-PIP-LIN-PONDERADO
               MOVE W-TGE-META(W-SUB-MES)
                                       TO W-PIP-LIN-META
               PERFORM 4900-GRAVAR-LINHA
           END-PERFORM.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      * Competencia da posicao W-SUB-MES, cobertura da meta pelo
      * ponderado e diferenca ponderado - meta (negativa = pipeline
      * abaixo da meta).
           COMPUTE W-PIP-NUM-MES = W-PIP-NUM-INICIO + W-SUB-MES - 1
           DIVIDE W-PIP-NUM-MES BY 12 GIVING W-PIP-MES-ANO
                  REMAINDER W-PIP-MES-MES
           ADD 1                       TO W-PIP-MES-MES

           MOVE ZEROS                  TO W-PIP-COBERTURA
           IF  W-PIP-LIN-META          GREATER ZEROS
               COMPUTE W-PIP-COBERTURA ROUNDED =
                       W-PIP-LIN-PONDERADO * 100 / W-PIP-LIN-META
                   ON SIZE ERROR
                       MOVE 9999,99    TO W-PIP-COBERTURA
               END-COMPUTE
           END-IF
           COMPUTE W-PIP-GAP = W-PIP-LIN-PONDERADO - W-PIP-LIN-META

           MOVE W-PIP-COMP-MES         TO W-LP-COMPETENCIA
           MOVE W-PIP-LIN-QTDE         TO W-LP-QTDE
           MOVE W-PIP-LIN-BRUTO        TO W-LP-BRUTO
           MOVE W-PIP-LIN-PONDERADO    TO W-LP-PONDERADO
           MOVE W-PIP-LIN-META         TO W-LP-META
           MOVE W-PIP-COBERTURA        TO W-LP-COBERTURA
           MOVE W-PIP-GAP              TO W-LP-GAP
           WRITE REG-ARQ-RELATO FROM W-LIN-PIPELINE AFTER 1.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas arquivo de metas mensais
       COPY ".\copybooks\GCC060R.cpy".
      * Rotinas arquivo de parametros gerais
       COPY ".\copybooks\GCC064R.cpy".
      * Rotinas data movimento e calendario de feriados
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo de oportunidades
       COPY ".\copybooks\GCC151R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
