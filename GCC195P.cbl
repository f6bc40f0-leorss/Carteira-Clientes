      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC195P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC195P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Segmentacao RFM dos clientes - a partir das   *
      *                  notas fiscais (ARQ-NOTAS, vendas menos        *
      *                  devolucoes) da nota de 1 a 5 em recencia da   *
      *                  ultima compra, frequencia de notas e valor    *
      *                  liquido dos ultimos doze meses, classifica    *
      *                  cada cliente ativo da carteira num cluster    *
      *                  (campeao, em risco, hibernando, novo ou       *
      *                  regular) e grava em ARQ-RFM-CLIE junto com o  *
      *                  cluster da competencia anterior. Emite a      *
      *                  matriz de migracao de cluster mes a mes por   *
      *                  vendedor. O cluster serve de criterio da      *
      *                  lista alvo das campanhas (GCC137P).           *
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
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FC.cpy".
      * Segmentacao RFM do cliente
       COPY ".\copybooks\GCC195FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FD.cpy".
      * Segmentacao RFM do cliente
       COPY ".\copybooks\GCC195FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
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

      * Campos da segmentacao RFM
       COPY ".\copybooks\GCC195W.cpy".

      * Faixas das notas: recencia em dias desde a ultima compra,
      * frequencia em notas de venda nos doze meses e valor liquido
      * em percentual da media dos clientes com compra. Cliente
      * cadastrado (ou com a primeira compra) ha ate W-RFM-DIAS-NOVO
      * dias e classificado como novo.
       01  W-FILTROS-RFM.
           05  W-RFM-DIAS-NOVO         PIC 9(03) VALUE 180.
           05  W-RFM-REC-NOTA-5        PIC 9(03) VALUE 30.
           05  W-RFM-REC-NOTA-4        PIC 9(03) VALUE 60.
           05  W-RFM-REC-NOTA-3        PIC 9(03) VALUE 90.
           05  W-RFM-REC-NOTA-2        PIC 9(03) VALUE 180.
           05  W-RFM-FRQ-NOTA-5        PIC 9(03) VALUE 12.
           05  W-RFM-FRQ-NOTA-4        PIC 9(03) VALUE 6.
           05  W-RFM-FRQ-NOTA-3        PIC 9(03) VALUE 3.
           05  W-RFM-VAL-NOTA-5        PIC 9(03) VALUE 200.
           05  W-RFM-VAL-NOTA-4        PIC 9(03) VALUE 100.
           05  W-RFM-VAL-NOTA-3        PIC 9(03) VALUE 50.

       01  W-CAMPOS-RFM-CALC.
           05  W-RFM-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  W-RFM-INT-MOV           PIC 9(08) COMP VALUE ZEROS.
           05  W-RFM-INT-AUX           PIC 9(08) COMP VALUE ZEROS.
           05  W-RFM-DATA-INI-JAN      PIC 9(08) VALUE ZEROS.
           05  W-RFM-DATA-NOVO         PIC 9(08) VALUE ZEROS.
           05  W-RFM-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-RFM-DIAS              PIC 9(05) VALUE ZEROS.
           05  W-RFM-SOMA-POSITIVOS    PIC 9(15)V9(02) VALUE ZEROS.
           05  W-RFM-QTDE-POSITIVOS    PIC 9(05) VALUE ZEROS.
           05  W-RFM-MEDIA-VALOR       PIC 9(13)V9(02) VALUE ZEROS.
           05  W-RFM-PERC-VALOR        PIC 9(07) VALUE ZEROS.
           05  W-RFM-CLUSTER-ANT       PIC X(01) VALUE SPACE.
           05  W-RFM-NOTAS-LIDAS       PIC 9(07) VALUE ZEROS.
           05  W-RFM-GRAVADOS          PIC 9(07) VALUE ZEROS.
           05  W-RFM-MIGRARAM          PIC 9(07) VALUE ZEROS.
           05  W-RFM-ESTOUROU          PIC X(01) VALUE "N".
           05  W-RFM-CLIE-ANT          PIC 9(07) VALUE ZEROS.
           05  W-RFM-IDX-ANT           PIC 9(01) VALUE ZEROS.
           05  W-RFM-IDX-ATU           PIC 9(01) VALUE ZEROS.
           05  W-RFM-IDX               PIC 9(01) VALUE ZEROS.
           05  W-RFM-TOTAL-LINHA       PIC 9(07) VALUE ZEROS.
           05  W-RFM-GRAVADOS-ED       PIC ZZZZZZ9.
           05  W-RFM-MIGRARAM-ED       PIC ZZZZZZ9.
      * Pesquisa binaria na tabela de clientes, que fica em ordem de
      * codigo por vir da varredura da carteira.
           05  W-RFM-INF               PIC 9(04) COMP VALUE ZEROS.
           05  W-RFM-SUP               PIC 9(04) COMP VALUE ZEROS.
           05  W-RFM-MEIO              PIC 9(04) COMP VALUE ZEROS.

       01  W-DATA-DESMONTADA.
           05 W-DD-ANO             PIC 9(04).
           05 W-DD-MES             PIC 9(02).
           05 W-DD-DIA             PIC 9(02).

      * Clientes ativos da carteira, em ordem de codigo.
       01  W-TAB-RFM.
           05  W-QTDE-TAB-RFM          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-RFM               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-RFM-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-RFM-ITEM              OCCURS 9999 TIMES.
               10  W-RFM-CLIE          PIC 9(007).
               10  W-RFM-VEND          PIC 9(007).
               10  W-RFM-CADASTRO      PIC 9(008).
               10  W-RFM-PRIM-COMPRA   PIC 9(008).
               10  W-RFM-ULT-COMPRA    PIC 9(008).
               10  W-RFM-QTDE-NOTAS    PIC 9(005).
               10  W-RFM-VALOR         PIC S9(013)V9(002).

      * Matriz de migracao por vendedor: linha = cluster anterior
      * (1 campeao, 2 em risco, 3 hibernando, 4 novo, 5 regular,
      * 6 sem historico), coluna = cluster atual (1 a 5).
       01  W-TAB-MIGRACAO.
           05  W-QTDE-TAB-MIG          PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-MIG               PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-MIG-ACHADO        PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-MIG-2             PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-LIN               PIC 9(01) VALUE ZEROS.
           05  W-SUB-COL               PIC 9(01) VALUE ZEROS.
           05  W-MIG-TROCOU            PIC X(01) VALUE "N".
           05  W-MIG-ITEM-TROCA        PIC X(192).
           05  W-MIG-ITEM              OCCURS 999 TIMES.
               10  W-MIG-VEND          PIC 9(007).
               10  W-MIG-MIGRARAM      PIC 9(005).
               10  W-MIG-LINHA         OCCURS 6 TIMES.
                   15  W-MIG-QTDE      OCCURS 5 TIMES
                                       PIC 9(005).

      * Totais gerais por cluster atual.
       01  W-TAB-TOTAL-CLUSTER.
           05  W-TOT-CLUSTER           OCCURS 5 TIMES
                                       PIC 9(007).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(46)
              VALUE "Segmentacao RFM - Migracao de Cluster - Comp ".
           05 W-CAB-MES            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-CAB-ANO            PIC 9(04).

       01  W-CAB-VENDEDOR.
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 W-CV-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CV-RAZAO           PIC X(40).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(19)
              VALUE "   Anterior/Atual".
           05 FILLER               PIC X(11) VALUE "    Campeao".
           05 FILLER               PIC X(11) VALUE "   Em risco".
           05 FILLER               PIC X(11) VALUE " Hibernando".
           05 FILLER               PIC X(11) VALUE "       Novo".
           05 FILLER               PIC X(11) VALUE "    Regular".
           05 FILLER               PIC X(11) VALUE "      Total".

       01  W-LIN-MATRIZ.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LM-ANTERIOR        PIC X(16).
           05 W-LM-COLUNA          OCCURS 5 TIMES.
               10 FILLER           PIC X(06).
               10 W-LM-QTDE        PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 W-LM-TOTAL           PIC ZZZZZZ9.

       01  W-LIN-MIGRARAM.
           05 FILLER               PIC X(36)
              VALUE "   Clientes que mudaram de cluster: ".
           05 W-LMG-QTDE           PIC ZZZZ9.

       01  W-ROD-GERAL.
           05 FILLER               PIC X(19)
              VALUE "   Total atual".
           05 W-RG-COLUNA          OCCURS 5 TIMES.
               10 FILLER           PIC X(04).
               10 W-RG-QTDE        PIC ZZZZZZ9.

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
       01  S-TELA-RFM.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Dias p/ cliente novo.......: "
                                       LINE 08 COL 10.
               10  S-RFM-DIAS-NOVO     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(03)
                                       USING W-RFM-DIAS-NOVO.
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

           MOVE "Segmentacao RFM"      TO W-MODULO
           MOVE WID-ARQ-REL-RFM        TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-CLS
               DISPLAY S-TELA-RFM
               ACCEPT S-RFM-DIAS-NOVO
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   ACCEPT S-NOME-ARQ
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               IF  W-RFM-DIAS-NOVO     EQUAL ZEROS
                   MOVE 180            TO W-RFM-DIAS-NOVO
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

           INITIALIZE W-CONTADORES
                      W-TAB-TOTAL-CLUSTER
           MOVE ZEROS                  TO W-QTDE-TAB-RFM
                                          W-QTDE-TAB-MIG
                                          W-RFM-NOTAS-LIDAS
                                          W-RFM-GRAVADOS
                                          W-RFM-MIGRARAM
                                          W-RFM-SOMA-POSITIVOS
                                          W-RFM-QTDE-POSITIVOS
           MOVE "N"                    TO W-RFM-ESTOUROU
           ACCEPT W-RFM-DATA-HOJE      FROM DATE YYYYMMDD

      * Janela de doze meses terminando na data movimento.
           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV(1:6)        TO W-RFM-COMPETENCIA
           COMPUTE W-RFM-INT-MOV =
                   FUNCTION INTEGER-OF-DATE(W-DATA-MOV)
           COMPUTE W-RFM-INT-AUX = W-RFM-INT-MOV - 364
           COMPUTE W-RFM-DATA-INI-JAN =
                   FUNCTION DATE-OF-INTEGER(W-RFM-INT-AUX)
           COMPUTE W-RFM-INT-AUX = W-RFM-INT-MOV - W-RFM-DIAS-NOVO
           COMPUTE W-RFM-DATA-NOVO =
                   FUNCTION DATE-OF-INTEGER(W-RFM-INT-AUX)

           PERFORM 2100-CARREGAR-CARTEIRA
           IF  W-QTDE-TAB-RFM          EQUAL ZEROS
               MOVE "Nenhum cliente ativo na carteira, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2200-ACUMULAR-NOTAS

           IF  W-RFM-QTDE-POSITIVOS    GREATER ZEROS
               COMPUTE W-RFM-MEDIA-VALOR ROUNDED =
                       W-RFM-SOMA-POSITIVOS / W-RFM-QTDE-POSITIVOS
           ELSE
               MOVE ZEROS              TO W-RFM-MEDIA-VALOR
           END-IF

           PERFORM 7613-ABRIR-ARQ-RFM-CLIE
           IF  NOT FS-OK
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF
           PERFORM 3000-CLASSIFICAR-CLIENTE
                   VARYING W-SUB-RFM FROM 1 BY 1
                   UNTIL W-SUB-RFM GREATER W-QTDE-TAB-RFM
           PERFORM 7618-FECHAR-ARQ-RFM-CLIE
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE "RFM-CLIE"             TO W-RESUMO-DIA-TIPO
           MOVE W-RFM-NOTAS-LIDAS      TO W-RESUMO-DIA-LIDOS
           MOVE W-RFM-GRAVADOS         TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           PERFORM 3500-ORDENAR-VENDEDORES
           PERFORM 4000-GRAVAR-RELATORIO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CARREGAR-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      * Um item por cliente ativo; com mais de uma linha de negocio
      * vale o vendedor da primeira linha da carteira.
           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF

           MOVE ZEROS                  TO W-RFM-CLIE-ANT
           PERFORM 7653-LER-PROX-ARQ-DIST
           PERFORM UNTIL NOT FS-OK
               IF  DIST-CLIE-CODIGO    NOT EQUAL W-RFM-CLIE-ANT
                   MOVE DIST-CLIE-CODIGO TO W-RFM-CLIE-ANT
                   PERFORM 2110-CARREGAR-CLIENTE
               END-IF
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM
           PERFORM 7690-FECHAR-ARQ-DIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-RFM-ESTOUROU          EQUAL "S"
               MOVE "Tabela cheia - segmentacao parcial, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-CARREGAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*

           MOVE DIST-CLIE-CODIGO       TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 2110-99-FIM
           END-IF
           IF  NOT CLIE-ATIVO
               GO TO 2110-99-FIM
           END-IF

           IF  W-QTDE-TAB-RFM          NOT LESS 9999
               MOVE "S"                TO W-RFM-ESTOUROU
               GO TO 2110-99-FIM
           END-IF
           ADD 1                       TO W-QTDE-TAB-RFM
           MOVE DIST-CLIE-CODIGO       TO W-RFM-CLIE(W-QTDE-TAB-RFM)
           MOVE DIST-VEND-CODIGO       TO W-RFM-VEND(W-QTDE-TAB-RFM)
           MOVE CLIE-DATA-CADASTRO     TO W-RFM-CADASTRO
                                          (W-QTDE-TAB-RFM)
           MOVE ZEROS                  TO W-RFM-PRIM-COMPRA
                                          (W-QTDE-TAB-RFM)
                                          W-RFM-ULT-COMPRA
                                          (W-QTDE-TAB-RFM)
                                          W-RFM-QTDE-NOTAS
                                          (W-QTDE-TAB-RFM)
                                          W-RFM-VALOR
                                          (W-QTDE-TAB-RFM).

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-ACUMULAR-NOTAS             SECTION.
      *----------------------------------------------------------------*
      * Primeira e ultima compra pelo historico completo; frequencia
      * e valor liquido so na janela de doze meses.
           PERFORM 7971-ABRIR-INPUT-ARQ-NOTAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           PERFORM 7974-LER-PROX-ARQ-NOTAS
           PERFORM UNTIL NOT FS-OK
               ADD 1                   TO W-RFM-NOTAS-LIDAS
               PERFORM 2210-LOCALIZAR-CLIENTE
               IF  W-SUB-RFM-ACHADO    GREATER ZEROS
                   PERFORM 2220-ACUMULAR-NOTA
               END-IF
               PERFORM 7974-LER-PROX-ARQ-NOTAS
           END-PERFORM
           PERFORM 7979-FECHAR-ARQ-NOTAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM VARYING W-SUB-RFM FROM 1 BY 1
                   UNTIL W-SUB-RFM GREATER W-QTDE-TAB-RFM
               IF  W-RFM-VALOR(W-SUB-RFM) GREATER ZEROS
                   ADD W-RFM-VALOR(W-SUB-RFM) TO W-RFM-SOMA-POSITIVOS
                   ADD 1               TO W-RFM-QTDE-POSITIVOS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-LOCALIZAR-CLIENTE          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-RFM-ACHADO
           MOVE 1                      TO W-RFM-INF
           MOVE W-QTDE-TAB-RFM         TO W-RFM-SUP
           PERFORM UNTIL W-RFM-INF GREATER W-RFM-SUP
                      OR W-SUB-RFM-ACHADO GREATER ZEROS
               COMPUTE W-RFM-MEIO = (W-RFM-INF + W-RFM-SUP) / 2
               EVALUATE TRUE
                   WHEN W-RFM-CLIE(W-RFM-MEIO) EQUAL NOTA-CLIE-CODIGO
                       MOVE W-RFM-MEIO TO W-SUB-RFM-ACHADO
                   WHEN W-RFM-CLIE(W-RFM-MEIO) LESS NOTA-CLIE-CODIGO
                       COMPUTE W-RFM-INF = W-RFM-MEIO + 1
                   WHEN W-RFM-MEIO     EQUAL 1
                       MOVE ZEROS      TO W-RFM-SUP
                   WHEN OTHER
                       COMPUTE W-RFM-SUP = W-RFM-MEIO - 1
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-ACUMULAR-NOTA              SECTION.
      *----------------------------------------------------------------*

           IF  NOTA-VENDA
               IF  NOTA-DATA-EMISSAO GREATER
                   W-RFM-ULT-COMPRA(W-SUB-RFM-ACHADO)
                   MOVE NOTA-DATA-EMISSAO
                        TO W-RFM-ULT-COMPRA(W-SUB-RFM-ACHADO)
               END-IF
               IF  W-RFM-PRIM-COMPRA(W-SUB-RFM-ACHADO) EQUAL ZEROS OR
                   NOTA-DATA-EMISSAO LESS
                   W-RFM-PRIM-COMPRA(W-SUB-RFM-ACHADO)
                   MOVE NOTA-DATA-EMISSAO
                        TO W-RFM-PRIM-COMPRA(W-SUB-RFM-ACHADO)
               END-IF
           END-IF

           IF  NOTA-DATA-EMISSAO NOT LESS W-RFM-DATA-INI-JAN AND
               NOTA-DATA-EMISSAO NOT GREATER W-DATA-MOV
               IF  NOTA-VENDA
                   ADD 1 TO W-RFM-QTDE-NOTAS(W-SUB-RFM-ACHADO)
                   ADD NOTA-VALOR TO W-RFM-VALOR(W-SUB-RFM-ACHADO)
               END-IF
               IF  NOTA-DEVOLUCAO
                   SUBTRACT NOTA-VALOR
                            FROM W-RFM-VALOR(W-SUB-RFM-ACHADO)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CLASSIFICAR-CLIENTE        SECTION.
      *----------------------------------------------------------------*
      * Notas de 1 a 5 e cluster do cliente W-SUB-RFM; o cluster
      * gravado numa competencia anterior passa a ser o anterior
      * (reprocessamento na mesma competencia preserva o anterior).
           MOVE W-RFM-CLIE(W-SUB-RFM)  TO RFM-CLIE-CODIGO
           PERFORM 7615-LER-ARQ-RFM-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               IF  RFM-COMPETENCIA     LESS W-RFM-COMPETENCIA
                   MOVE RFM-CLUSTER    TO W-RFM-CLUSTER-ANT
               ELSE
                   MOVE RFM-CLUSTER-ANT TO W-RFM-CLUSTER-ANT
               END-IF
           ELSE
               MOVE SPACE              TO W-RFM-CLUSTER-ANT
               INITIALIZE REG-ARQ-RFM-CLIE
               MOVE W-RFM-CLIE(W-SUB-RFM) TO RFM-CLIE-CODIGO
           END-IF

           MOVE W-RFM-VEND(W-SUB-RFM)  TO RFM-VEND-CODIGO
           MOVE W-RFM-COMPETENCIA      TO RFM-COMPETENCIA
           MOVE W-RFM-ULT-COMPRA(W-SUB-RFM)
                                       TO RFM-DATA-ULT-COMPRA
           MOVE W-RFM-QTDE-NOTAS(W-SUB-RFM)
                                       TO RFM-QTDE-NOTAS
           MOVE W-RFM-VALOR(W-SUB-RFM) TO RFM-VALOR-LIQUIDO
           MOVE W-RFM-CLUSTER-ANT      TO RFM-CLUSTER-ANT
           MOVE W-RFM-DATA-HOJE        TO RFM-DATA-CALCULO

      * Recencia: dias desde a ultima compra (sem compra = 99999).
           IF  W-RFM-ULT-COMPRA(W-SUB-RFM) EQUAL ZEROS
               MOVE 99999              TO W-RFM-DIAS
           ELSE
               IF  W-RFM-ULT-COMPRA(W-SUB-RFM) NOT LESS W-DATA-MOV
                   MOVE ZEROS          TO W-RFM-DIAS
               ELSE
                   COMPUTE W-RFM-DIAS = W-RFM-INT-MOV -
                           FUNCTION INTEGER-OF-DATE
                                   (W-RFM-ULT-COMPRA(W-SUB-RFM))
               END-IF
           END-IF
           MOVE W-RFM-DIAS             TO RFM-DIAS-RECENCIA
           EVALUATE TRUE
               WHEN W-RFM-DIAS NOT GREATER W-RFM-REC-NOTA-5
                   MOVE 5              TO RFM-NOTA-R
               WHEN W-RFM-DIAS NOT GREATER W-RFM-REC-NOTA-4
                   MOVE 4              TO RFM-NOTA-R
               WHEN W-RFM-DIAS NOT GREATER W-RFM-REC-NOTA-3
                   MOVE 3              TO RFM-NOTA-R
               WHEN W-RFM-DIAS NOT GREATER W-RFM-REC-NOTA-2
                   MOVE 2              TO RFM-NOTA-R
               WHEN OTHER
                   MOVE 1              TO RFM-NOTA-R
           END-EVALUATE

           EVALUATE TRUE
               WHEN RFM-QTDE-NOTAS NOT LESS W-RFM-FRQ-NOTA-5
                   MOVE 5              TO RFM-NOTA-F
               WHEN RFM-QTDE-NOTAS NOT LESS W-RFM-FRQ-NOTA-4
                   MOVE 4              TO RFM-NOTA-F
               WHEN RFM-QTDE-NOTAS NOT LESS W-RFM-FRQ-NOTA-3
                   MOVE 3              TO RFM-NOTA-F
               WHEN RFM-QTDE-NOTAS GREATER ZEROS
                   MOVE 2              TO RFM-NOTA-F
               WHEN OTHER
                   MOVE 1              TO RFM-NOTA-F
           END-EVALUATE

      * Valor: percentual da media dos clientes com valor positivo.
           MOVE ZEROS                  TO W-RFM-PERC-VALOR
           IF  RFM-VALOR-LIQUIDO       GREATER ZEROS AND
               W-RFM-MEDIA-VALOR       GREATER ZEROS
               COMPUTE W-RFM-PERC-VALOR ROUNDED =
                       RFM-VALOR-LIQUIDO * 100 / W-RFM-MEDIA-VALOR
                       ON SIZE ERROR
                           MOVE 9999999 TO W-RFM-PERC-VALOR
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN RFM-VALOR-LIQUIDO NOT GREATER ZEROS
                   MOVE 1              TO RFM-NOTA-M
               WHEN W-RFM-PERC-VALOR NOT LESS W-RFM-VAL-NOTA-5
                   MOVE 5              TO RFM-NOTA-M
               WHEN W-RFM-PERC-VALOR NOT LESS W-RFM-VAL-NOTA-4
                   MOVE 4              TO RFM-NOTA-M
               WHEN W-RFM-PERC-VALOR NOT LESS W-RFM-VAL-NOTA-3
                   MOVE 3              TO RFM-NOTA-M
               WHEN OTHER
                   MOVE 2              TO RFM-NOTA-M
           END-EVALUATE

      * Cluster: novo pelo cadastro ou pela primeira compra recente;
      * campeao com as tres notas altas; recencia baixa separa quem
      * comprava bem (em risco) de quem pouco comprava (hibernando).
           EVALUATE TRUE
               WHEN W-RFM-CADASTRO(W-SUB-RFM) NOT LESS W-RFM-DATA-NOVO
                   MOVE "N"            TO RFM-CLUSTER
               WHEN W-RFM-PRIM-COMPRA(W-SUB-RFM) NOT LESS
                    W-RFM-DATA-NOVO
                   MOVE "N"            TO RFM-CLUSTER
               WHEN RFM-NOTA-R NOT LESS 4 AND
                    RFM-NOTA-F NOT LESS 4 AND
                    RFM-NOTA-M NOT LESS 4
                   MOVE "C"            TO RFM-CLUSTER
               WHEN RFM-NOTA-R NOT GREATER 2 AND
                   (RFM-NOTA-F NOT LESS 3 OR
                    RFM-NOTA-M NOT LESS 3)
                   MOVE "R"            TO RFM-CLUSTER
               WHEN RFM-NOTA-R NOT GREATER 2
                   MOVE "H"            TO RFM-CLUSTER
               WHEN OTHER
                   MOVE "G"            TO RFM-CLUSTER
           END-EVALUATE

           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7617-REGRAVAR-ARQ-RFM-CLIE
           ELSE
               PERFORM 7616-GRAVAR-ARQ-RFM-CLIE
           END-IF
           IF  FS-OK
               ADD 1                   TO W-RFM-GRAVADOS
               PERFORM 3100-ACUMULAR-MIGRACAO
           ELSE
               ADD 1                   TO W-ERROS
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-ACUMULAR-MIGRACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE RFM-CLUSTER-ANT        TO W-RFM-CLUSTER-COD
           PERFORM 3150-INDICE-CLUSTER
           MOVE W-RFM-IDX              TO W-RFM-IDX-ANT
           MOVE RFM-CLUSTER            TO W-RFM-CLUSTER-COD
           PERFORM 3150-INDICE-CLUSTER
           MOVE W-RFM-IDX              TO W-RFM-IDX-ATU

           MOVE ZEROS                  TO W-SUB-MIG-ACHADO
           PERFORM VARYING W-SUB-MIG FROM 1 BY 1
                   UNTIL W-SUB-MIG GREATER W-QTDE-TAB-MIG
                      OR W-SUB-MIG-ACHADO GREATER ZEROS
               IF  W-MIG-VEND(W-SUB-MIG) EQUAL RFM-VEND-CODIGO
                   MOVE W-SUB-MIG      TO W-SUB-MIG-ACHADO
               END-IF
           END-PERFORM
           IF  W-SUB-MIG-ACHADO        EQUAL ZEROS
               IF  W-QTDE-TAB-MIG      NOT LESS 999
                   GO TO 3100-99-FIM
               END-IF
               ADD 1                   TO W-QTDE-TAB-MIG
               MOVE W-QTDE-TAB-MIG     TO W-SUB-MIG-ACHADO
               INITIALIZE W-MIG-ITEM(W-SUB-MIG-ACHADO)
               MOVE RFM-VEND-CODIGO    TO W-MIG-VEND(W-SUB-MIG-ACHADO)
           END-IF

           ADD 1 TO W-MIG-QTDE(W-SUB-MIG-ACHADO W-RFM-IDX-ANT
                               W-RFM-IDX-ATU)
           ADD 1 TO W-TOT-CLUSTER(W-RFM-IDX-ATU)
           IF  RFM-CLUSTER-ANT NOT EQUAL SPACE AND
               RFM-CLUSTER-ANT NOT EQUAL RFM-CLUSTER
               ADD 1 TO W-MIG-MIGRARAM(W-SUB-MIG-ACHADO)
               ADD 1 TO W-RFM-MIGRARAM
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3150-INDICE-CLUSTER             SECTION.
      *----------------------------------------------------------------*

           EVALUATE W-RFM-CLUSTER-COD
               WHEN "C"
                   MOVE 1              TO W-RFM-IDX
               WHEN "R"
                   MOVE 2              TO W-RFM-IDX
               WHEN "H"
                   MOVE 3              TO W-RFM-IDX
               WHEN "N"
                   MOVE 4              TO W-RFM-IDX
               WHEN "G"
                   MOVE 5              TO W-RFM-IDX
               WHEN OTHER
                   MOVE 6              TO W-RFM-IDX
           END-EVALUATE.

      *----------------------------------------------------------------*
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-ORDENAR-VENDEDORES         SECTION.
      *----------------------------------------------------------------*

           MOVE "S"                    TO W-MIG-TROCOU
           PERFORM 3510-PASSADA-TROCA  UNTIL W-MIG-TROCOU EQUAL "N".

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-PASSADA-TROCA              SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-MIG-TROCOU
           PERFORM VARYING W-SUB-MIG FROM 1 BY 1
                   UNTIL W-SUB-MIG NOT LESS W-QTDE-TAB-MIG
               COMPUTE W-SUB-MIG-2 = W-SUB-MIG + 1
               IF  W-MIG-VEND(W-SUB-MIG) GREATER
                   W-MIG-VEND(W-SUB-MIG-2)
                   MOVE W-MIG-ITEM(W-SUB-MIG)
                                       TO W-MIG-ITEM-TROCA
                   MOVE W-MIG-ITEM(W-SUB-MIG-2)
                                       TO W-MIG-ITEM(W-SUB-MIG)
                   MOVE W-MIG-ITEM-TROCA
                                       TO W-MIG-ITEM(W-SUB-MIG-2)
                   MOVE "S"            TO W-MIG-TROCOU
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

           MOVE W-RFM-COMPETENCIA(1:4) TO W-CAB-ANO
           MOVE W-RFM-COMPETENCIA(5:2) TO W-CAB-MES
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 4100-GRAVAR-VENDEDOR
                   VARYING W-SUB-MIG FROM 1 BY 1
                   UNTIL W-SUB-MIG GREATER W-QTDE-TAB-MIG

           PERFORM VARYING W-SUB-COL FROM 1 BY 1
                   UNTIL W-SUB-COL GREATER 5
               MOVE SPACES             TO W-RG-COLUNA(W-SUB-COL)
               MOVE W-TOT-CLUSTER(W-SUB-COL)
                                       TO W-RG-QTDE(W-SUB-COL)
           END-PERFORM
           MOVE W-RFM-MIGRARAM         TO W-LMG-QTDE
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           WRITE REG-ARQ-RELATO FROM W-LIN-MIGRARAM AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE W-RFM-GRAVADOS         TO W-RFM-GRAVADOS-ED
           MOVE W-RFM-MIGRARAM         TO W-RFM-MIGRARAM-ED
           MOVE SPACES                 TO W-MSGERRO
           STRING "RFM: " W-RFM-GRAVADOS-ED " clientes, "
                  W-RFM-MIGRARAM-ED " mudaram de cluster, "
                  "tecle <Enter>"
                  DELIMITED BY SIZE INTO W-MSGERRO
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC195P - " FUNCTION TRIM(W-MSGERRO)
           ELSE
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      * Matriz do vendedor: so as linhas de cluster anterior com
      * algum cliente.
           MOVE W-MIG-VEND(W-SUB-MIG)  TO W-CV-CODIGO
                                          VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-CV-RAZAO
           ELSE
               MOVE "(vendedor nao cadastrado)"
                                       TO W-CV-RAZAO
           END-IF
           WRITE REG-ARQ-RELATO FROM W-CAB-VENDEDOR AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           PERFORM 4110-GRAVAR-LINHA-MATRIZ
                   VARYING W-SUB-LIN FROM 1 BY 1
                   UNTIL W-SUB-LIN GREATER 6

           MOVE W-MIG-MIGRARAM(W-SUB-MIG) TO W-LMG-QTDE
           WRITE REG-ARQ-RELATO FROM W-LIN-MIGRARAM AFTER 1.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-GRAVAR-LINHA-MATRIZ        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-RFM-TOTAL-LINHA
           PERFORM VARYING W-SUB-COL FROM 1 BY 1
                   UNTIL W-SUB-COL GREATER 5
               MOVE SPACES             TO W-LM-COLUNA(W-SUB-COL)
               MOVE W-MIG-QTDE(W-SUB-MIG W-SUB-LIN W-SUB-COL)
                                       TO W-LM-QTDE(W-SUB-COL)
               ADD W-MIG-QTDE(W-SUB-MIG W-SUB-LIN W-SUB-COL)
                                       TO W-RFM-TOTAL-LINHA
           END-PERFORM
           IF  W-RFM-TOTAL-LINHA       EQUAL ZEROS
               GO TO 4110-99-FIM
           END-IF

           EVALUATE W-SUB-LIN
               WHEN 1
                   MOVE "C"            TO W-RFM-CLUSTER-COD
               WHEN 2
                   MOVE "R"            TO W-RFM-CLUSTER-COD
               WHEN 3
                   MOVE "H"            TO W-RFM-CLUSTER-COD
               WHEN 4
                   MOVE "N"            TO W-RFM-CLUSTER-COD
               WHEN 5
                   MOVE "G"            TO W-RFM-CLUSTER-COD
               WHEN OTHER
                   MOVE SPACE          TO W-RFM-CLUSTER-COD
           END-EVALUATE
           PERFORM 7619-DESCREVER-CLUSTER-RFM
           MOVE W-RFM-CLUSTER-DESC     TO W-LM-ANTERIOR
           MOVE W-RFM-TOTAL-LINHA      TO W-LM-TOTAL
           WRITE REG-ARQ-RELATO FROM W-LIN-MATRIZ AFTER 1.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo de notas fiscais
       COPY ".\copybooks\GCC117R.cpy".
      * Rotinas segmentacao RFM do cliente
       COPY ".\copybooks\GCC195R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
