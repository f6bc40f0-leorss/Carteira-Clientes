      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC213P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC213P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Conciliacao vendedor faturado x carteira -    *
      *                  para a competencia, confronta o vendedor com  *
      *                  que o ERP faturou cada nota (ARQ-NOTA-VERP,   *
      *                  carregado pelo GCC117P) com o vendedor que    *
      *                  tinha o cliente na carteira na data da nota,  *
      *                  reconstituido a partir da atribuicao atual    *
      *                  (ARQ-DIST) desfazendo as trocas do historico  *
      *                  (HIST-ATRIB.LOG) posteriores a nota. Lista as *
      *                  notas divergentes, totaliza valor e notas por *
      *                  par faturado x carteira e gera o arquivo de   *
      *                  correcao do cadastro de clientes do ERP com o *
      *                  vendedor atual da carteira dos clientes cujo  *
      *                  ultimo faturamento ainda saiu com outro       *
      *                  vendedor. Roda no fim de mes (GCC113P) para a *
      *                  competencia fechada.                          *
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
      * Arquivo de distribuicao (cliente x vendedor)
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FC.cpy".
      * Arquivo vendedor faturado das notas
       COPY ".\copybooks\GCC213FC.cpy".

      * Historico de atribuicoes (um evento por troca de vendedor)
       SELECT ARQ-HIST-ATRIB       ASSIGN TO  WID-ARQ-HIST-ATRIB
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      * Arquivo de correcao do vendedor no cadastro de clientes do ERP
       SELECT ARQ-ERP-CORR-VEND    ASSIGN TO  WID-ARQ-ERP-CORR-VEND
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

       SELECT ARQ-SORT ASSIGN TO "CONC-VERP-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo de distribuicao (cliente x vendedor)
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FD.cpy".
      * Arquivo vendedor faturado das notas
       COPY ".\copybooks\GCC213FD.cpy".

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

      * Arquivo de correcao para o ERP: cabecalho H, uma linha C por
      * cliente (codigo, CNPJ, vendedor da carteira, vendedor com que
      * o ERP faturou por ultimo e competencia) e trailer T.
       FD  ARQ-ERP-CORR-VEND.
       01  REG-ARQ-ERP-CORR-VEND       PIC X(080).

      * Notas da competencia (N) e trocas do historico (H) do mesmo
      * cliente, da mais recente para a mais antiga: na mesma data a
      * nota vem antes da troca (a troca vale a partir do proprio
      * dia) e as trocas do dia, da ultima gravada para a primeira.
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-CLIE               PIC  9(007).
           05  SORT-DATA               PIC  9(008).
           05  SORT-TIPO-REG           PIC  X(001).
           05  SORT-SEQ                PIC  9(009).
           05  SORT-NOTA               PIC  9(009).
           05  SORT-NOTA-TIPO          PIC  X(001).
           05  SORT-VALOR              PIC  9(011)V9(002).
           05  SORT-VEND-ERP           PIC  9(007).
           05  SORT-VEND-ANT           PIC  9(007).
           05  SORT-VEND-NOVO          PIC  9(007).
           05  SORT-LINHA              PIC  X(002).
           05  SORT-LINHA-NUM          REDEFINES SORT-LINHA
                                       PIC  9(002).

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

       01  W-CAMPOS-CONC-VERP.
           05  W-CVR-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  FILLER                  REDEFINES W-CVR-COMPETENCIA.
               10  W-CVR-COMP-ANO      PIC 9(04).
               10  W-CVR-COMP-MES      PIC 9(02).
           05  W-CVR-DATA-INICIO       PIC 9(08) VALUE ZEROS.
           05  W-CVR-TELA-OK           PIC X(01) VALUE "N".
           05  W-CVR-DIST-ABERTO       PIC X(01) VALUE "N".
           05  W-CVR-VERP-ABERTO       PIC X(01) VALUE "N".
           05  W-CVR-CORR-ABERTO       PIC X(01) VALUE "N".
           05  W-CVR-FIM-NOTAS         PIC X(01) VALUE "N".
           05  W-FIM-SORT              PIC X(01) VALUE "N".
           05  W-CVR-PRIMEIRO          PIC X(01) VALUE "S".
           05  W-CVR-SEQ               PIC 9(09) VALUE ZEROS.
           05  W-CVR-SUB               PIC 9(03) VALUE ZEROS.
           05  W-CVR-POS               PIC 9(03) VALUE ZEROS.
           05  W-CVR-CONFERE           PIC X(01) VALUE "N".
           05  W-CVR-VALOR             PIC S9(11)V99 VALUE ZEROS.
      * Cliente corrente da conferencia: vendedor atual na carteira
      * (primeira linha de negocio com vendedor), vendedor da nota
      * mais recente com vendedor do ERP e se teve divergencia.
           05  W-CVR-CLIE-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-CVR-VEND-ATUAL        PIC 9(07) VALUE ZEROS.
           05  W-CVR-ULT-FATURADO      PIC 9(07) VALUE ZEROS.
           05  W-CVR-CLIE-DIVERG       PIC X(01) VALUE "N".
           05  W-CVR-PRIM-TITULAR      PIC 9(07) VALUE ZEROS.
      * Totais da competencia.
           05  W-CVR-T-NOTAS           PIC 9(07) VALUE ZEROS.
           05  W-CVR-T-COM-VEND        PIC 9(07) VALUE ZEROS.
           05  W-CVR-T-SEM-VEND        PIC 9(07) VALUE ZEROS.
           05  W-CVR-T-CONFERIDAS      PIC 9(07) VALUE ZEROS.
           05  W-CVR-T-DIVERG          PIC 9(07) VALUE ZEROS.
           05  W-CVR-T-VALOR-DIVERG    PIC S9(13)V99 VALUE ZEROS.
           05  W-CVR-T-CORRECOES       PIC 9(07) VALUE ZEROS.
      * Pares vendedor faturado x vendedor da carteira, na ordem em
      * que aparecem; par alem do limite sai so na lista de notas.
           05  W-CVR-QTDE-PARES        PIC 9(03) VALUE ZEROS.
           05  W-CVR-PARES-EXCED       PIC 9(07) VALUE ZEROS.
           05  W-CVR-PAR-ITEM          OCCURS 500 TIMES.
               10  W-CVR-PAR-FATURADO  PIC 9(07).
               10  W-CVR-PAR-TITULAR   PIC 9(07).
               10  W-CVR-PAR-QTDE      PIC 9(05).
               10  W-CVR-PAR-VALOR     PIC S9(13)V99.

      * Vendedor do cliente por linha de negocio (posicao = linha + 1)
      * na data em conferencia; a copia guarda a atribuicao atual.
       01  W-CVR-TAB-TITULAR.
           05  W-CVR-TITULAR           OCCURS 100 TIMES PIC 9(07).
       01  W-CVR-TAB-ATUAL             PIC X(700) VALUE SPACES.

       01  W-ERP-CORR-HEADER.
           05 FILLER                   PIC X(01) VALUE "H".
           05 W-ECV-H-DATA             PIC 9(08).
           05 W-ECV-H-COMPETENCIA      PIC 9(06).
           05 FILLER                   PIC X(65) VALUE SPACES.

       01  W-ERP-CORR-CLIENTE.
           05 FILLER                   PIC X(01) VALUE "C".
           05 W-ECV-C-CLIENTE          PIC 9(07).
           05 W-ECV-C-CNPJ             PIC 9(14).
           05 W-ECV-C-VEND-CARTEIRA    PIC 9(07).
           05 W-ECV-C-VEND-ERP         PIC 9(07).
           05 W-ECV-C-COMPETENCIA      PIC 9(06).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  W-ERP-CORR-TRAILER.
           05 FILLER                   PIC X(01) VALUE "T".
           05 W-ECV-T-CLIENTES         PIC 9(08).
           05 FILLER                   PIC X(71) VALUE SPACES.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Vendedor Faturado x Carteira - Competencia ".
           05 W-CAB-COMPETENCIA    PIC 9(06).

       01  W-CAB-NOTAS.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(09) VALUE "     Nota".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Emissao".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(07) VALUE "Cliente".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(25) VALUE "Razao Social".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(01) VALUE "T".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(18)
              VALUE "             Valor".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(07) VALUE "Faturad".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(07) VALUE "Carteir".

       01  W-DET-NOTA.
           05 FILLER               PIC X(03).
           05 W-DNT-NOTA           PIC ZZZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DNT-DATA           PIC 9999/99/99.
           05 FILLER               PIC X(01).
           05 W-DNT-CLIE           PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DNT-RAZAO          PIC X(25).
           05 FILLER               PIC X(01).
           05 W-DNT-TIPO           PIC X(01).
           05 FILLER               PIC X(01).
           05 W-DNT-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-DNT-FATURADO       PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DNT-TITULAR        PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DNT-OBS            PIC X(30).

       01  W-CAB-PARES.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(34)
              VALUE "Vendedor faturado (ERP)".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(34)
              VALUE "Vendedor da carteira".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(06) VALUE " Notas".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(20)
              VALUE "               Valor".

       01  W-DET-PAR.
           05 FILLER               PIC X(03).
           05 W-DPR-FATURADO       PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DPR-FAT-NOME       PIC X(26).
           05 FILLER               PIC X(01).
           05 W-DPR-TITULAR        PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DPR-TIT-NOME       PIC X(26).
           05 FILLER               PIC X(02).
           05 W-DPR-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DPR-VALOR          PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-TOTAL.
           05 FILLER               PIC X(03).
           05 W-RTT-TITULO         PIC X(45).
           05 W-RTT-QTDE           PIC ZZZZZZ9.
           05 FILLER               PIC X(03).
           05 W-RTT-VALOR          PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-SEM-NOTAS.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhuma nota fiscal emitida na competencia".

       01  W-ROD-SEM-DIVERG.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(60)
              VALUE "Nenhuma nota faturada com vendedor divergente".

       01  W-ROD-PARES-EXCED.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(45) VALUE
              "Notas de pares alem do limite da tabela....: ".
           05 W-RPE-QTDE           PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela da conciliacao faturado x carteira
       COPY ".\copybooks\GCC213S.cpy".
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

           MOVE "Faturado x Carteira"  TO W-MODULO
           MOVE WID-ARQ-REL-CONC-VERP  TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           PERFORM 7935-LER-DATA-MOV

           IF  LK-PARAM                EQUAL "B"
               PERFORM 1200-OBTER-COMPETENCIA-BAT
           ELSE
      * Sugere a competencia fechada: o mes anterior ao da data
      * movimento.
               MOVE W-DATA-MOV(1:6)    TO W-CVR-COMPETENCIA
               IF  W-CVR-COMP-MES      EQUAL 01
                   SUBTRACT 1          FROM W-CVR-COMP-ANO
                   MOVE 12             TO W-CVR-COMP-MES
               ELSE
                   SUBTRACT 1          FROM W-CVR-COMP-MES
               END-IF
               MOVE "N"                TO W-CVR-TELA-OK
               PERFORM 1000-ACEITAR-TELA
                                       UNTIL W-CVR-TELA-OK EQUAL "S"
                                          OR W-VOLTAR      EQUAL "S"
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 2000-PROCESSAR
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-ACEITAR-TELA               SECTION.
      *----------------------------------------------------------------*

           DISPLAY S-CLS
           ACCEPT S-TELA-CONC-VERP
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           MOVE "S"                    TO W-CVR-TELA-OK
           IF  W-CVR-COMP-ANO          LESS 1900 OR
               W-CVR-COMP-MES          EQUAL ZEROS OR
               W-CVR-COMP-MES          GREATER 12
               MOVE "Competencia invalida, tecle <Enter>"
                                       TO W-MSGERRO
               MOVE "N"                TO W-CVR-TELA-OK
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
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
               MOVE W-COMP-BAT-NUM     TO W-CVR-COMPETENCIA
           ELSE
               DISPLAY "GCC213P - CARTEIRA_COMPETENCIA ausente ou "
                       "invalida - conciliacao nao emitida"
               MOVE "S"                TO W-VOLTAR
               MOVE 8                  TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-CVR-T-NOTAS
                                          W-CVR-T-COM-VEND
                                          W-CVR-T-SEM-VEND
                                          W-CVR-T-CONFERIDAS
                                          W-CVR-T-DIVERG
                                          W-CVR-T-VALOR-DIVERG
                                          W-CVR-T-CORRECOES
                                          W-CVR-QTDE-PARES
                                          W-CVR-PARES-EXCED
                                          W-CVR-SEQ
           MOVE "S"                    TO W-CVR-PRIMEIRO
           COMPUTE W-CVR-DATA-INICIO = W-CVR-COMPETENCIA * 100 + 1
           MOVE W-CVR-COMPETENCIA      TO W-CAB-COMPETENCIA

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           MOVE "N"                    TO W-CVR-CORR-ABERTO
           OPEN OUTPUT ARQ-ERP-CORR-VEND
           IF  FS-OK
               MOVE "S"                TO W-CVR-CORR-ABERTO
               ACCEPT W-ECV-H-DATA     FROM DATE YYYYMMDD
               MOVE W-CVR-COMPETENCIA  TO W-ECV-H-COMPETENCIA
               WRITE REG-ARQ-ERP-CORR-VEND FROM W-ERP-CORR-HEADER
           END-IF

           MOVE "N"                    TO W-CVR-DIST-ABERTO
           OPEN INPUT ARQ-DIST
           IF  FS-OK
               MOVE "S"                TO W-CVR-DIST-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-NOTAS AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           SORT ARQ-SORT    ON ASCENDING  KEY SORT-CLIE
                            ON DESCENDING KEY SORT-DATA
                                              SORT-TIPO-REG
                                              SORT-SEQ
               INPUT PROCEDURE  IS 3000-INPUT-SORT
               OUTPUT PROCEDURE IS 4000-OUTPUT-SORT

           IF  W-CVR-DIST-ABERTO       EQUAL "S"
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF
           IF  W-CVR-CORR-ABERTO       EQUAL "S"
               MOVE W-CVR-T-CORRECOES  TO W-ECV-T-CLIENTES
               WRITE REG-ARQ-ERP-CORR-VEND FROM W-ERP-CORR-TRAILER
               CLOSE ARQ-ERP-CORR-VEND
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 5000-GRAVAR-RESUMO

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC213P - Faturado x carteira da competencia "
                       W-CVR-COMPETENCIA ": divergentes "
                       W-CVR-T-DIVERG ", correcoes para o ERP "
                       W-CVR-T-CORRECOES
           ELSE
               MOVE "Relatorio e correcao ERP gravados, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*
      * Notas emitidas na competencia com o vendedor do ERP (zero =
      * nota sem vendedor do ERP) e as trocas do historico desde o
      * inicio da competencia, que sao as que podem ter mudado o
      * vendedor do cliente entre a data da nota e hoje. Arquivos
      * ausentes nao sao erro: a conciliacao sai vazia ou compara
      * com a atribuicao atual.
           OPEN INPUT ARQ-NOTAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-99-FIM
           END-IF

           MOVE "N"                    TO W-CVR-VERP-ABERTO
           OPEN INPUT ARQ-NOTA-VERP
           IF  FS-OK
               MOVE "S"                TO W-CVR-VERP-ABERTO
           END-IF

           MOVE "N"                    TO W-CVR-FIM-NOTAS
           PERFORM 7974-LER-PROX-ARQ-NOTAS
           IF  NOT FS-OK
               MOVE "S"                TO W-CVR-FIM-NOTAS
           END-IF

           PERFORM UNTIL W-CVR-FIM-NOTAS EQUAL "S"
               IF  NOTA-DATA-EMISSAO(1:6) EQUAL W-CVR-COMPETENCIA
                   PERFORM 3100-SELECIONAR-NOTA
               END-IF
               PERFORM 7974-LER-PROX-ARQ-NOTAS
               IF  NOT FS-OK
                   MOVE "S"            TO W-CVR-FIM-NOTAS
               END-IF
           END-PERFORM

           IF  W-CVR-VERP-ABERTO       EQUAL "S"
               PERFORM 7239-FECHAR-ARQ-NOTA-VERP
           END-IF
           PERFORM 7979-FECHAR-ARQ-NOTAS

           OPEN INPUT ARQ-HIST-ATRIB
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-99-FIM
           END-IF
           READ ARQ-HIST-ATRIB NEXT
           PERFORM UNTIL NOT FS-OK
               ADD 1                   TO W-CVR-SEQ
               IF  HATR-DATA           NUMERIC AND
                   HATR-CLIE-CODIGO    NUMERIC AND
                   HATR-VEND-ANTERIOR  NUMERIC AND
                   HATR-VEND-NOVO      NUMERIC AND
                   HATR-DATA           NOT LESS W-CVR-DATA-INICIO
                   PERFORM 3200-SELECIONAR-TROCA
               END-IF
               READ ARQ-HIST-ATRIB NEXT
           END-PERFORM
           CLOSE ARQ-HIST-ATRIB
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-SELECIONAR-NOTA            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-CVR-T-NOTAS
           INITIALIZE REG-SORT
           MOVE NOTA-CLIE-CODIGO       TO SORT-CLIE
           MOVE NOTA-DATA-EMISSAO      TO SORT-DATA
           MOVE "N"                    TO SORT-TIPO-REG
           MOVE NOTA-NUMERO            TO SORT-NOTA
           MOVE NOTA-TIPO              TO SORT-NOTA-TIPO
           MOVE NOTA-VALOR             TO SORT-VALOR

           IF  W-CVR-VERP-ABERTO       EQUAL "S"
               MOVE NOTA-NUMERO        TO NVRP-NOTA-NUMERO
               PERFORM 7233-LER-ARQ-NOTA-VERP-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE NVRP-VEND-ERP  TO SORT-VEND-ERP
               END-IF
           END-IF

           RELEASE REG-SORT.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-SELECIONAR-TROCA           SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-SORT
           MOVE HATR-CLIE-CODIGO       TO SORT-CLIE
           MOVE HATR-DATA              TO SORT-DATA
           MOVE "H"                    TO SORT-TIPO-REG
           MOVE W-CVR-SEQ              TO SORT-SEQ
           MOVE HATR-VEND-ANTERIOR     TO SORT-VEND-ANT
           MOVE HATR-VEND-NOVO         TO SORT-VEND-NOVO
           MOVE HATR-LINHA             TO SORT-LINHA
           RELEASE REG-SORT.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Por cliente, parte da atribuicao atual e volta no tempo: cada
      * troca devolve a linha ao vendedor anterior, e cada nota e
      * conferida com o vendedor que a carteira tinha naquele ponto.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  W-CVR-PRIMEIRO      EQUAL "S"
                   MOVE "N"            TO W-CVR-PRIMEIRO
                   PERFORM 4050-INICIAR-CLIENTE
               END-IF
               IF  SORT-CLIE           NOT EQUAL W-CVR-CLIE-CORRENTE
                   PERFORM 4500-FECHAR-CLIENTE
                   PERFORM 4050-INICIAR-CLIENTE
               END-IF
               IF  SORT-TIPO-REG       EQUAL "H"
                   PERFORM 4200-DESFAZER-TROCA
               ELSE
                   PERFORM 4300-CONFERIR-NOTA
               END-IF
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           IF  W-CVR-PRIMEIRO          EQUAL "N"
               PERFORM 4500-FECHAR-CLIENTE
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4050-INICIAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * Atribuicao atual do cliente em todas as linhas de negocio.
           MOVE SORT-CLIE              TO W-CVR-CLIE-CORRENTE
           MOVE ZEROS                  TO W-CVR-ULT-FATURADO
           MOVE "N"                    TO W-CVR-CLIE-DIVERG
           INITIALIZE W-CVR-TAB-TITULAR

           IF  W-CVR-DIST-ABERTO       EQUAL "S"
               MOVE W-CVR-CLIE-CORRENTE
                                       TO DIST-CLIE-CODIGO
               PERFORM 7672-START-ARQ-DIST-CLIE
               IF  FS-OK
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-IF
               PERFORM UNTIL NOT FS-OK
                          OR DIST-CLIE-CODIGO NOT EQUAL
                             W-CVR-CLIE-CORRENTE
                   MOVE DIST-VEND-CODIGO
                                       TO W-CVR-TITULAR(DIST-LINHA + 1)
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-PERFORM
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           MOVE W-CVR-TAB-TITULAR      TO W-CVR-TAB-ATUAL
           PERFORM 4060-OBTER-PRIM-TITULAR
           MOVE W-CVR-PRIM-TITULAR     TO W-CVR-VEND-ATUAL.

      *----------------------------------------------------------------*
       4050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4060-OBTER-PRIM-TITULAR         SECTION.
      *----------------------------------------------------------------*
      * Vendedor da primeira linha de negocio com vendedor (zero =
      * cliente sem vendedor).
           MOVE ZEROS                  TO W-CVR-PRIM-TITULAR
           PERFORM VARYING W-CVR-SUB FROM 1 BY 1
                   UNTIL W-CVR-SUB GREATER 100
                      OR W-CVR-PRIM-TITULAR GREATER ZEROS
               MOVE W-CVR-TITULAR(W-CVR-SUB)
                                       TO W-CVR-PRIM-TITULAR
           END-PERFORM.

      *----------------------------------------------------------------*
       4060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-DESFAZER-TROCA             SECTION.
      *----------------------------------------------------------------*
      * Antes da troca a linha era do vendedor anterior. Evento
      * gravado antes das linhas de negocio (linha em branco) vale
      * para a linha que hoje esta com o vendedor novo, ou a
      * primeira.
           MOVE ZEROS                  TO W-CVR-POS
           IF  SORT-LINHA-NUM          NUMERIC
               COMPUTE W-CVR-POS = SORT-LINHA-NUM + 1
           ELSE
               PERFORM VARYING W-CVR-SUB FROM 1 BY 1
                       UNTIL W-CVR-SUB GREATER 100
                          OR W-CVR-POS GREATER ZEROS
                   IF  SORT-VEND-NOVO  GREATER ZEROS AND
                       W-CVR-TITULAR(W-CVR-SUB) EQUAL SORT-VEND-NOVO
                       MOVE W-CVR-SUB  TO W-CVR-POS
                   END-IF
               END-PERFORM
               IF  W-CVR-POS           EQUAL ZEROS
                   MOVE 1              TO W-CVR-POS
               END-IF
           END-IF

           MOVE SORT-VEND-ANT          TO W-CVR-TITULAR(W-CVR-POS).

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-CONFERIR-NOTA              SECTION.
      *----------------------------------------------------------------*
      * Confere quando o vendedor do ERP tinha o cliente em alguma
      * linha de negocio na data da nota. Devolucao entra com o
      * valor negativo nos totais.
           IF  SORT-VEND-ERP           EQUAL ZEROS
               ADD 1                   TO W-CVR-T-SEM-VEND
               GO TO 4300-99-FIM
           END-IF

           ADD 1                       TO W-CVR-T-COM-VEND
           IF  W-CVR-ULT-FATURADO      EQUAL ZEROS
               MOVE SORT-VEND-ERP      TO W-CVR-ULT-FATURADO
           END-IF

           PERFORM 4350-VERIFICAR-TITULAR
           IF  W-CVR-CONFERE           EQUAL "S"
               ADD 1                   TO W-CVR-T-CONFERIDAS
               GO TO 4300-99-FIM
           END-IF

           PERFORM 4060-OBTER-PRIM-TITULAR
           MOVE "S"                    TO W-CVR-CLIE-DIVERG
           ADD 1                       TO W-CVR-T-DIVERG
           IF  SORT-NOTA-TIPO          EQUAL "D"
               COMPUTE W-CVR-VALOR = SORT-VALOR * -1
           ELSE
               MOVE SORT-VALOR         TO W-CVR-VALOR
           END-IF
           ADD W-CVR-VALOR             TO W-CVR-T-VALOR-DIVERG

           PERFORM 4400-ACUMULAR-PAR
           PERFORM 4450-GRAVAR-LINHA-NOTA.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4350-VERIFICAR-TITULAR          SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-CVR-CONFERE
           PERFORM VARYING W-CVR-SUB FROM 1 BY 1
                   UNTIL W-CVR-SUB GREATER 100
                      OR W-CVR-CONFERE EQUAL "S"
               IF  W-CVR-TITULAR(W-CVR-SUB) EQUAL SORT-VEND-ERP
                   MOVE "S"            TO W-CVR-CONFERE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       4350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-ACUMULAR-PAR               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-CVR-POS
           PERFORM VARYING W-CVR-SUB FROM 1 BY 1
                   UNTIL W-CVR-SUB GREATER W-CVR-QTDE-PARES
                      OR W-CVR-POS GREATER ZEROS
               IF  W-CVR-PAR-FATURADO(W-CVR-SUB) EQUAL SORT-VEND-ERP
                   AND W-CVR-PAR-TITULAR(W-CVR-SUB) EQUAL
                       W-CVR-PRIM-TITULAR
                   MOVE W-CVR-SUB      TO W-CVR-POS
               END-IF
           END-PERFORM

           IF  W-CVR-POS               EQUAL ZEROS
               IF  W-CVR-QTDE-PARES    NOT LESS 500
                   ADD 1               TO W-CVR-PARES-EXCED
                   GO TO 4400-99-FIM
               END-IF
               ADD 1                   TO W-CVR-QTDE-PARES
               MOVE W-CVR-QTDE-PARES   TO W-CVR-POS
               MOVE SORT-VEND-ERP      TO W-CVR-PAR-FATURADO(W-CVR-POS)
               MOVE W-CVR-PRIM-TITULAR TO W-CVR-PAR-TITULAR(W-CVR-POS)
               MOVE ZEROS              TO W-CVR-PAR-QTDE(W-CVR-POS)
                                          W-CVR-PAR-VALOR(W-CVR-POS)
           END-IF

           ADD 1                       TO W-CVR-PAR-QTDE(W-CVR-POS)
           ADD W-CVR-VALOR             TO W-CVR-PAR-VALOR(W-CVR-POS).

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4450-GRAVAR-LINHA-NOTA          SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-NOTA              TO W-DNT-NOTA
           MOVE SORT-DATA              TO W-DNT-DATA
           MOVE SORT-CLIE              TO W-DNT-CLIE
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DNT-RAZAO
           ELSE
               MOVE "(cliente nao cadastrado)"
                                       TO W-DNT-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           MOVE SORT-NOTA-TIPO         TO W-DNT-TIPO
           MOVE W-CVR-VALOR            TO W-DNT-VALOR
           MOVE SORT-VEND-ERP          TO W-DNT-FATURADO
           MOVE W-CVR-PRIM-TITULAR     TO W-DNT-TITULAR
           MOVE SPACES                 TO W-DNT-OBS
           IF  W-CVR-PRIM-TITULAR      EQUAL ZEROS
               MOVE "sem vendedor na carteira"
                                       TO W-DNT-OBS
           END-IF
           WRITE REG-ARQ-RELATO FROM W-DET-NOTA AFTER 1.

      *----------------------------------------------------------------*
       4450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-FECHAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      * Cliente com divergencia cujo faturamento mais recente ainda
      * saiu com vendedor que hoje nao o atende: o cadastro do ERP
      * recebe o vendedor atual da carteira. Cliente sem vendedor na
      * carteira nao tem para quem corrigir.
           IF  W-CVR-CLIE-DIVERG       NOT EQUAL "S" OR
               W-CVR-VEND-ATUAL        EQUAL ZEROS   OR
               W-CVR-CORR-ABERTO       NOT EQUAL "S"
               GO TO 4500-99-FIM
           END-IF

           MOVE W-CVR-TAB-ATUAL        TO W-CVR-TAB-TITULAR
           MOVE W-CVR-ULT-FATURADO     TO SORT-VEND-ERP
           PERFORM 4350-VERIFICAR-TITULAR
           IF  W-CVR-CONFERE           EQUAL "S"
               GO TO 4500-99-FIM
           END-IF

           MOVE W-CVR-CLIE-CORRENTE    TO W-ECV-C-CLIENTE
                                          CLIE-CODIGO
           MOVE ZEROS                  TO W-ECV-C-CNPJ
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-CNPJ          TO W-ECV-C-CNPJ
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           MOVE W-CVR-VEND-ATUAL       TO W-ECV-C-VEND-CARTEIRA
           MOVE W-CVR-ULT-FATURADO     TO W-ECV-C-VEND-ERP
           MOVE W-CVR-COMPETENCIA      TO W-ECV-C-COMPETENCIA
           WRITE REG-ARQ-ERP-CORR-VEND FROM W-ERP-CORR-CLIENTE
           ADD 1                       TO W-CVR-T-CORRECOES.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      * Totais por par faturado x carteira e totais da competencia.
           IF  W-CVR-T-NOTAS           EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-NOTAS AFTER 1
               GO TO 5000-99-FIM
           END-IF
           IF  W-CVR-T-DIVERG          EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-DIVERG AFTER 1
           ELSE
               WRITE REG-ARQ-RELATO FROM W-TRACOS-1  AFTER 2
               WRITE REG-ARQ-RELATO FROM W-CAB-PARES AFTER 1
               WRITE REG-ARQ-RELATO FROM W-TRACOS-2  AFTER 1
               PERFORM 5100-GRAVAR-LINHA-PAR
                       VARYING W-CVR-SUB FROM 1 BY 1
                         UNTIL W-CVR-SUB GREATER W-CVR-QTDE-PARES
               IF  W-CVR-PARES-EXCED   GREATER ZEROS
                   MOVE W-CVR-PARES-EXCED
                                       TO W-RPE-QTDE
                   WRITE REG-ARQ-RELATO FROM W-ROD-PARES-EXCED
                                       AFTER 1
               END-IF
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           MOVE ZEROS                  TO W-RTT-VALOR
           MOVE "Notas emitidas na competencia...............: "
                                       TO W-RTT-TITULO
           MOVE W-CVR-T-NOTAS          TO W-RTT-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-TOTAL AFTER 1
           MOVE "Notas sem vendedor do ERP (nao conferidas)..: "
                                       TO W-RTT-TITULO
           MOVE W-CVR-T-SEM-VEND       TO W-RTT-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-TOTAL AFTER 1
           MOVE "Notas conferidas com a carteira.............: "
                                       TO W-RTT-TITULO
           MOVE W-CVR-T-CONFERIDAS     TO W-RTT-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-TOTAL AFTER 1
           MOVE "Notas com vendedor divergente...............: "
                                       TO W-RTT-TITULO
           MOVE W-CVR-T-DIVERG         TO W-RTT-QTDE
           MOVE W-CVR-T-VALOR-DIVERG   TO W-RTT-VALOR
           WRITE REG-ARQ-RELATO FROM W-ROD-TOTAL AFTER 1
           MOVE ZEROS                  TO W-RTT-VALOR
           MOVE "Clientes no arquivo de correcao do ERP......: "
                                       TO W-RTT-TITULO
           MOVE W-CVR-T-CORRECOES      TO W-RTT-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-TOTAL AFTER 1.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-GRAVAR-LINHA-PAR           SECTION.
      *----------------------------------------------------------------*

           MOVE W-CVR-PAR-FATURADO(W-CVR-SUB)
                                       TO W-DPR-FATURADO
                                          VEND-CODIGO
           PERFORM 5200-NOME-VENDEDOR
           MOVE VEND-RAZAO-SOCIAL      TO W-DPR-FAT-NOME

           MOVE W-CVR-PAR-TITULAR(W-CVR-SUB)
                                       TO W-DPR-TITULAR
                                          VEND-CODIGO
           IF  VEND-CODIGO             EQUAL ZEROS
               MOVE "(sem vendedor)"   TO W-DPR-TIT-NOME
           ELSE
               PERFORM 5200-NOME-VENDEDOR
               MOVE VEND-RAZAO-SOCIAL  TO W-DPR-TIT-NOME
           END-IF

           MOVE W-CVR-PAR-QTDE(W-CVR-SUB)
                                       TO W-DPR-QTDE
           MOVE W-CVR-PAR-VALOR(W-CVR-SUB)
                                       TO W-DPR-VALOR
           WRITE REG-ARQ-RELATO FROM W-DET-PAR AFTER 1.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      * Nome do vendedor em VEND-RAZAO-SOCIAL; codigo do ERP que nao
      * existe no cadastro sai marcado.
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               MOVE "(nao cadastrado)" TO VEND-RAZAO-SOCIAL
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo de distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo de notas fiscais
       COPY ".\copybooks\GCC117R.cpy".
      * Rotinas arquivo vendedor faturado das notas
       COPY ".\copybooks\GCC213R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
