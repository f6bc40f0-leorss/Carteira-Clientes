      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC168P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC168P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Apuracao dos concursos de incentivo (GCC167P) *
      *                  - para cada concurso aberto ja iniciado na    *
      *                  data movimento, monta os participantes (ven-  *
      *                  dedores ativos das equipes do concurso, pelo  *
      *                  historico de equipe), apura a metrica do      *
      *                  periodo decorrido, classifica, refaz o        *
      *                  ranking (ARQ-CONC-RANKING) e emite a classi-  *
      *                  ficacao por supervisor. Passado o fim do      *
      *                  periodo o concurso e encerrado: os premios    *
      *                  das faixas viram ajustes de bonus no razao de *
      *                  liquidacao (GCC103P). Roda no ciclo noturno   *
      *                  (GCC099P) ou sob demanda pelo gestor.         *
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
      * Arquivo Distribuicao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FC.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Arquivo de metas mensais
       COPY ".\copybooks\GCC060FC.cpy".
      * Arquivo data movimento
       COPY ".\copybooks\GCC065FC.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FC.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".
      * Concursos de incentivo
       COPY ".\copybooks\GCC167FC.cpy".
      * Ranking dos concursos de incentivo
       COPY ".\copybooks\GCC168FC.cpy".

      * Historico de atribuicoes (leitura)
       SELECT ARQ-HIST-ATRIB       ASSIGN TO  WID-ARQ-HIST-ATRIB
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

       SELECT ARQ-SORT ASSIGN TO "CONCURSO-SORT.TMP"
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
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo Distribuicao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Arquivo de metas mensais
       COPY ".\copybooks\GCC060FD.cpy".
      * Arquivo data movimento
       COPY ".\copybooks\GCC065FD.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FD.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".
      * Concursos de incentivo
       COPY ".\copybooks\GCC167FD.cpy".
      * Ranking dos concursos de incentivo
       COPY ".\copybooks\GCC168FD.cpy".

      * Historico de atribuicoes, mesmo layout do GCC051P
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

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-SUPERV             PIC  9(007).
           05  SORT-POSICAO            PIC  9(005).
           05  SORT-VEND               PIC  9(007).
           05  SORT-RAZAO              PIC  X(040).
           05  SORT-VALOR              PIC S9(013)V9(002).
           05  SORT-PREMIO             PIC  9(009)V9(002).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos cadastro de supervisores
       COPY ".\copybooks\GCC059W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".

       01  W-APURACAO-CONCURSO.
      * Concurso pedido na tela (zeros = todos os abertos).
           05  W-APU-CONCURSO          PIC 9(05) VALUE ZEROS.
           05  W-APU-QTDE-CONC         PIC 9(05) VALUE ZEROS.
           05  W-APU-QTDE-ENCERR       PIC 9(05) VALUE ZEROS.
      * Data ate onde o periodo e apurado: a data movimento ou, com o
      * concurso vencido, a data de fim (apuracao final).
           05  W-APU-DATA-REF          PIC 9(08) VALUE ZEROS.
           05  W-APU-ENCERRAR          PIC X(01) VALUE "N".
           05  W-APU-COMP-INI          PIC 9(06) VALUE ZEROS.
           05  W-APU-COMP-FIM          PIC 9(06) VALUE ZEROS.
           05  W-APU-BASE-INI          PIC 9(06) VALUE ZEROS.
           05  W-APU-COMP-LEITURA      PIC 9(06) VALUE ZEROS.
      * Competencias em meses corridos (ano * 12 + mes - 1).
           05  W-APU-MESES-INI         PIC 9(06) VALUE ZEROS.
           05  W-APU-MESES-FIM         PIC 9(06) VALUE ZEROS.
           05  W-APU-MESES-AUX         PIC 9(06) VALUE ZEROS.
           05  W-APU-QTDE-MESES        PIC 9(04) VALUE ZEROS.
           05  W-APU-RESTO-MES         PIC 9(02) VALUE ZEROS.
           05  W-APU-COMP-AUX          PIC 9(06) VALUE ZEROS.
           05  FILLER                  REDEFINES W-APU-COMP-AUX.
               10  W-APU-AUX-ANO       PIC 9(04).
               10  W-APU-AUX-MES       PIC 9(02).
           05  W-APU-COMP-AJUSTE       PIC 9(06) VALUE ZEROS.
           05  W-APU-PROX-SEQ          PIC 9(03) VALUE ZEROS.
           05  W-APU-CLIE-BUSCA        PIC 9(07) VALUE ZEROS.
           05  W-APU-SEG-CLIE          PIC X(01) VALUE SPACES.
           05  W-APU-VEND-BUSCA        PIC 9(07) VALUE ZEROS.
           05  W-APU-VEND-ANT          PIC 9(07) VALUE ZEROS.
           05  W-APU-NO-PERIODO        PIC X(01) VALUE SPACES.
               88  W-APU-VENDA-PERIODO           VALUE "P".
               88  W-APU-VENDA-BASE              VALUE "B".
           05  W-APU-IND               PIC 9(02) VALUE ZEROS.
           05  W-APU-TODAS-EQUIPES     PIC X(01) VALUE "S".
           05  W-APU-ELEGIVEL          PIC X(01) VALUE "N".
           05  W-APU-TOT-PREMIOS       PIC 9(13)V9(02) VALUE ZEROS.
           05  W-APU-MAPA-CARREGADO    PIC X(01) VALUE "N".
           05  W-APU-SEG-CARREGADO     PIC X(01) VALUE "N".
           05  W-APU-CODIGO-EDIT       PIC ZZZZ9.
           05  W-APU-POSICAO-EDIT      PIC ZZZZ9.
           05  W-SUP-CORRENTE          PIC 9(07) VALUE ZEROS.
           05  W-FIM-SORT              PIC X(01) VALUE "N".

      * Participantes do concurso corrente com o valor apurado da
      * metrica (W-PAR-BASE: faturamento do periodo anterior no
      * crescimento, meta do periodo no atingimento).
       01  W-TAB-PARTIC.
           05  W-QTDE-PAR              PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-PAR               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-PAR-2             PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-PAR-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-PAR-ITEM              OCCURS 2000 TIMES.
               10  W-PAR-VEND          PIC 9(007).
               10  W-PAR-RAZAO         PIC X(040).
               10  W-PAR-SUPERV        PIC 9(007).
               10  W-PAR-VALOR         PIC S9(013)V9(002).
               10  W-PAR-BASE          PIC S9(013)V9(002).
               10  W-PAR-POSICAO       PIC 9(005).
               10  W-PAR-PREMIO        PIC 9(009)V9(002).
               10  W-PAR-AJU-COMP      PIC 9(006).
               10  W-PAR-AJU-SEQ       PIC 9(003).

      * Mapa cliente -> vendedor da carteira corrente (ARQ-DIST em
      * ordem de cliente), base da atribuicao do faturamento.
       01  W-TAB-MAPA-CLIE.
           05  W-QTDE-TAB-MAP          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-MAP               PIC 9(04) COMP VALUE ZEROS.
           05  W-MAP-ITEM              OCCURS 9999 TIMES.
               10  W-MAP-CLIE          PIC 9(007).
               10  W-MAP-VEND          PIC 9(007).

      * Segmento ABC por cliente (ARQ-CLIE em ordem de codigo), so
      * carregado quando algum concurso filtra segmento.
       01  W-TAB-SEGMENTO.
           05  W-QTDE-TAB-SEG          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-SEG               PIC 9(04) COMP VALUE ZEROS.
           05  W-SEG-ITEM              OCCURS 9999 TIMES.
               10  W-SEG-CLIE          PIC 9(007).
               10  W-SEG-SEGMENTO      PIC X(001).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CONC-01.
           05 FILLER               PIC X(23)
              VALUE "Concurso de Incentivo: ".
           05 W-CAB-CONC-CODIGO    PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CAB-CONC-DESCR     PIC X(40).

       01  W-CAB-CONC-02.
           05 FILLER               PIC X(09) VALUE "Periodo: ".
           05 W-CAB-CONC-INICIO    PIC 9(08).
           05 FILLER               PIC X(03) VALUE " a ".
           05 W-CAB-CONC-FIM       PIC 9(08).
           05 FILLER               PIC X(12) VALUE "   Metrica: ".
           05 W-CAB-CONC-METRICA   PIC X(30).
           05 FILLER               PIC X(12) VALUE "  Segmento: ".
           05 W-CAB-CONC-SEGMENTO  PIC X(05).

       01  W-CAB-CONC-03.
           05 FILLER               PIC X(10) VALUE "Situacao: ".
           05 W-CAB-CONC-SITUACAO  PIC X(30).
           05 FILLER               PIC X(15) VALUE "  Apurado ate: ".
           05 W-CAB-CONC-DATA-REF  PIC 9(08).
           05 FILLER               PIC X(18)
              VALUE "  Participantes: ".
           05 W-CAB-CONC-PARTIC    PIC ZZZZ9.

       01  W-CAB-SUP-01.
           05 FILLER               PIC X(18) VALUE "Supervisor.....: ".
           05 W-CAB-SUP-CODIGO     PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-CAB-SUP-NOME       PIC X(40).

       01  W-CAB-02.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(07) VALUE "Posicao".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(08) VALUE "Vendedor".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(40) VALUE "Razao Social".
           05 FILLER               PIC X(04).
           05 FILLER               PIC X(17) VALUE "Valor da Metrica".
           05 FILLER               PIC X(09).
           05 FILLER               PIC X(06) VALUE "Premio".

       01  W-DET-01.
           05 FILLER               PIC X(03).
           05 W-DET-01-POSICAO     PIC ZZZZ9.
           05 FILLER               PIC X(03).
           05 W-DET-01-VEND        PIC ZZZZZZ9.
           05 FILLER               PIC X(02).
           05 W-DET-01-RAZAO       PIC X(40).
           05 FILLER               PIC X(02).
           05 W-DET-01-VALOR       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02).
           05 W-DET-01-PREMIO      PIC ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-SEM-PARTIC.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(60)
              VALUE "  Nenhum vendedor ativo elegivel nas equipes do co
      -             "ncurso".

       01  W-ROD-01.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "  Premios pela posicao atual : ".
           05 W-ROD-PREMIOS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-02.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(32)
              VALUE "  Premios lancados (bonus)   : ".
           05 W-ROD-LANCADOS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(17)
              VALUE "  competencia : ".
           05 W-ROD-COMPETENCIA    PIC 9(06).

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
       01  S-TELA-APURA-CONCURSO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Concurso (zeros = todos abertos): "
                                       LINE 08 COL 10.
               10  S-APU-CONCURSO      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 45 PIC 9(05)
                                       USING W-APU-CONCURSO.
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

           MOVE "Apuracao Concursos"   TO W-MODULO
           MOVE WID-ARQ-REL-CONCURSO   TO W-ARQ-RELATO

      * Modo batch (ciclo noturno): apura todos os concursos abertos.
           IF  LK-PARAM                EQUAL "B"
               PERFORM 2000-PROCESSAR
               GOBACK
           END-IF

           IF  NOT W-PERFIL-GESTOR
               MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-APURA-CONCURSO
           ACCEPT S-APU-CONCURSO
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-ESC
               PERFORM 2000-PROCESSAR
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      * Percorre os concursos e apura os abertos cujo periodo ja
      * comecou na data movimento; o relatorio traz a classificacao
      * de todos eles.
           PERFORM 7935-LER-DATA-MOV
           MOVE ZEROS                  TO W-APU-QTDE-CONC
                                          W-APU-QTDE-ENCERR
           MOVE ALL "="                TO W-TRACOS-1
           MOVE ALL "-"                TO W-TRACOS-2

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7570-ABRIR-ARQ-CONCURSO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           INITIALIZE CONC-CODIGO
           MOVE W-APU-CONCURSO         TO CONC-CODIGO
           PERFORM 7575-START-ARQ-CONCURSO
           IF  FS-OK
               PERFORM 7574-LER-PROX-ARQ-CONCURSO
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR (W-APU-CONCURSO GREATER ZEROS AND
                          CONC-CODIGO NOT EQUAL W-APU-CONCURSO)
               IF  CONC-ABERTO AND
                   CONC-DATA-INICIO    NOT GREATER W-DATA-MOV
                   PERFORM 3000-APURAR-CONCURSO
               END-IF
               PERFORM 7574-LER-PROX-ARQ-CONCURSO
           END-PERFORM

           PERFORM 7579-FECHAR-ARQ-CONCURSO
           PERFORM 7590-FECHAR-ARQ-RELATO

           IF  W-APU-QTDE-CONC         EQUAL ZEROS
               IF  LK-PARAM            EQUAL "B"
                   DISPLAY "GCC168P - Nenhum concurso aberto em andament
      -                    "o em " W-DATA-MOV
               ELSE
                   MOVE "Nenhum concurso aberto em andamento, tecle <Ent
      -                 "er>"          TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC168P - Concursos apurados: " W-APU-QTDE-CONC
                       " encerrados: " W-APU-QTDE-ENCERR
                       " data movimento " W-DATA-MOV
           ELSE
               MOVE "Apuracao dos concursos concluida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-APURAR-CONCURSO            SECTION.
      *----------------------------------------------------------------*
      * Apura o concurso do registro corrente. Com a data movimento
      * ja depois do fim, faz a apuracao final ate o fim do periodo,
      * lanca os premios e encerra o concurso.
           ADD 1                       TO W-APU-QTDE-CONC
           IF  W-DATA-MOV              GREATER CONC-DATA-FIM
               MOVE "S"                TO W-APU-ENCERRAR
               MOVE CONC-DATA-FIM      TO W-APU-DATA-REF
           ELSE
               MOVE "N"                TO W-APU-ENCERRAR
               MOVE W-DATA-MOV         TO W-APU-DATA-REF
           END-IF
           MOVE ZEROS                  TO W-APU-TOT-PREMIOS
                                          W-APU-COMP-AJUSTE

           PERFORM 3050-CALCULAR-COMPETENCIAS
           PERFORM 3100-CARREGAR-PARTICIPANTES

           IF  W-QTDE-PAR              GREATER ZEROS
               EVALUATE TRUE
                   WHEN CONC-MET-FATUR OR CONC-MET-CRESC OR
                        CONC-MET-META
                       PERFORM 3200-APURAR-FATURAMENTO
                   WHEN CONC-MET-NOVOS
                       PERFORM 3300-APURAR-CLIENTES-NOVOS
                   WHEN CONC-MET-VISITAS
                       PERFORM 3400-APURAR-VISITAS
               END-EVALUATE
               IF  CONC-MET-CRESC
                   PERFORM 3250-CALCULAR-CRESCIMENTO
               END-IF
               IF  CONC-MET-META
                   PERFORM 3500-APURAR-META
               END-IF
               PERFORM 3600-CLASSIFICAR
               IF  W-APU-ENCERRAR      EQUAL "S"
                   PERFORM 3700-LANCAR-PREMIOS
               END-IF
           END-IF

           PERFORM 3800-GRAVAR-RANKING

           MOVE W-DATA-MOV             TO CONC-DATA-APURACAO
           MOVE W-QTDE-PAR             TO CONC-QTDE-PARTIC
           IF  W-APU-ENCERRAR          EQUAL "S"
               SET CONC-ENCERRADO      TO TRUE
               MOVE W-DATA-MOV         TO CONC-DATA-ENCERRAMENTO
               MOVE W-APU-COMP-AJUSTE  TO CONC-AJU-COMPETENCIA
               ADD 1                   TO W-APU-QTDE-ENCERR
           END-IF
           PERFORM 7577-REGRAVAR-ARQ-CONCURSO

           PERFORM 4000-EMITIR-CLASSIFICACAO

           IF  LK-PARAM                EQUAL "B"
               IF  W-APU-ENCERRAR      EQUAL "S"
                   DISPLAY "GCC168P - Concurso " CONC-CODIGO
                           " encerrado: " W-QTDE-PAR
                           " participantes, premios na competencia "
                           W-APU-COMP-AJUSTE
               ELSE
                   DISPLAY "GCC168P - Concurso " CONC-CODIGO
                           " apurado: " W-QTDE-PAR " participantes"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3050-CALCULAR-COMPETENCIAS      SECTION.
      *----------------------------------------------------------------*
      * Competencias do periodo decorrido e, para o crescimento, o
      * mesmo numero de competencias imediatamente anteriores.
           MOVE CONC-DATA-INICIO(1:6)  TO W-APU-COMP-INI
           MOVE W-APU-DATA-REF(1:6)    TO W-APU-COMP-FIM

           MOVE W-APU-COMP-INI         TO W-APU-COMP-AUX
           COMPUTE W-APU-MESES-INI =
                   W-APU-AUX-ANO * 12 + W-APU-AUX-MES - 1
           MOVE W-APU-COMP-FIM         TO W-APU-COMP-AUX
           COMPUTE W-APU-MESES-FIM =
                   W-APU-AUX-ANO * 12 + W-APU-AUX-MES - 1
           COMPUTE W-APU-QTDE-MESES =
                   W-APU-MESES-FIM - W-APU-MESES-INI + 1

           COMPUTE W-APU-MESES-AUX =
                   W-APU-MESES-INI - W-APU-QTDE-MESES
           PERFORM 3060-CONVERTER-MESES
           MOVE W-APU-COMP-AUX         TO W-APU-BASE-INI.

      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3060-CONVERTER-MESES            SECTION.
      *----------------------------------------------------------------*
      * Meses corridos em W-APU-MESES-AUX -> competencia AAAAMM em
      * W-APU-COMP-AUX.
           DIVIDE W-APU-MESES-AUX      BY 12
                  GIVING W-APU-AUX-ANO REMAINDER W-APU-RESTO-MES
           COMPUTE W-APU-AUX-MES = W-APU-RESTO-MES + 1.

      *----------------------------------------------------------------*
       3060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CARREGAR-PARTICIPANTES     SECTION.
      *----------------------------------------------------------------*
      * Vendedores ativos cuja equipe na data de referencia (historico
      * de equipe; sem historico, a do cadastro) esta entre as
      * equipes do concurso - todos, se nenhuma equipe foi informada.
           MOVE ZEROS                  TO W-QTDE-PAR
           MOVE "S"                    TO W-APU-TODAS-EQUIPES
           PERFORM VARYING W-APU-IND FROM 1 BY 1
                   UNTIL W-APU-IND GREATER 5
               IF  CONC-SUPERV(W-APU-IND) GREATER ZEROS
                   MOVE "N"            TO W-APU-TODAS-EQUIPES
               END-IF
           END-PERFORM

           PERFORM 7211-ABRIR-INPUT-ARQ-VEND
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3100-99-FIM
           END-IF
           PERFORM 7253-LER-PROX-ARQ-VEND
           PERFORM UNTIL NOT FS-OK
               IF  VEND-ATIVO
                   PERFORM 3110-AVALIAR-VENDEDOR
               END-IF
               PERFORM 7253-LER-PROX-ARQ-VEND
           END-PERFORM
           PERFORM 7290-FECHAR-ARQ-VEND
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-AVALIAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*

           MOVE VEND-CODIGO            TO W-HEQ-VEND
           MOVE W-APU-DATA-REF         TO W-HEQ-DATA-REF
           MOVE ZEROS                  TO W-HEQ-SUPERV
           IF  VEND-SUPERVISOR         NUMERIC
               MOVE VEND-SUPERVISOR    TO W-HEQ-SUPERV
           END-IF
           MOVE VEND-TERRITORIO        TO W-HEQ-TERRIT
           PERFORM 7920-OBTER-EQUIPE-NA-DATA

           MOVE W-APU-TODAS-EQUIPES    TO W-APU-ELEGIVEL
           PERFORM VARYING W-APU-IND FROM 1 BY 1
                   UNTIL W-APU-IND GREATER 5
               IF  CONC-SUPERV(W-APU-IND) GREATER ZEROS AND
                   CONC-SUPERV(W-APU-IND) EQUAL W-HEQ-SUPERV
                   MOVE "S"            TO W-APU-ELEGIVEL
               END-IF
           END-PERFORM
           IF  W-APU-ELEGIVEL          EQUAL "N" OR
               W-QTDE-PAR              EQUAL 2000
               GO TO 3110-99-FIM
           END-IF

           ADD 1                       TO W-QTDE-PAR
           INITIALIZE W-PAR-ITEM(W-QTDE-PAR)
           MOVE VEND-CODIGO            TO W-PAR-VEND(W-QTDE-PAR)
           MOVE VEND-RAZAO-SOCIAL      TO W-PAR-RAZAO(W-QTDE-PAR)
           MOVE W-HEQ-SUPERV           TO W-PAR-SUPERV(W-QTDE-PAR).

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-APURAR-FATURAMENTO         SECTION.
      *----------------------------------------------------------------*
      * Faturamento das competencias do periodo (e do periodo anterior
      * no crescimento), lidas pelo indice de competencia e atribuidas
      * ao vendedor da carteira corrente de cada cliente.
           PERFORM 3210-CARREGAR-MAPA-CLIE
           IF  CONC-SEGMENTO           NOT EQUAL SPACES AND
               NOT CONC-MET-META
               PERFORM 3220-CARREGAR-SEGMENTOS
           END-IF

           PERFORM 7411-ABRIR-INPUT-ARQ-VENDAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3200-99-FIM
           END-IF

           IF  CONC-MET-CRESC
               MOVE W-APU-BASE-INI     TO W-APU-COMP-LEITURA
           ELSE
               MOVE W-APU-COMP-INI     TO W-APU-COMP-LEITURA
           END-IF
           INITIALIZE VENDAS-CHAVE
           MOVE W-APU-COMP-LEITURA     TO VENDAS-COMPETENCIA
           PERFORM 7472-START-ARQ-VENDAS-COMP
           IF  FS-OK
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VENDAS-COMPETENCIA GREATER W-APU-COMP-FIM
               IF  VENDAS-COMPETENCIA(5:2) NOT EQUAL "00"
                   PERFORM 3230-CREDITAR-VENDA
               END-IF
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-PERFORM

           PERFORM 7490-FECHAR-ARQ-VENDAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-CARREGAR-MAPA-CLIE         SECTION.
      *----------------------------------------------------------------*
      * Carregado uma vez por execucao, no primeiro concurso que usa
      * o faturamento.
           IF  W-APU-MAPA-CARREGADO    EQUAL "S"
               GO TO 3210-99-FIM
           END-IF
           MOVE "S"                    TO W-APU-MAPA-CARREGADO
           MOVE ZEROS                  TO W-QTDE-TAB-MAP

           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3210-99-FIM
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
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3220-CARREGAR-SEGMENTOS         SECTION.
      *----------------------------------------------------------------*
      * Carregado uma vez por execucao, no primeiro concurso que
      * filtra segmento.
           IF  W-APU-SEG-CARREGADO     EQUAL "S"
               GO TO 3220-99-FIM
           END-IF
           MOVE "S"                    TO W-APU-SEG-CARREGADO
           MOVE ZEROS                  TO W-QTDE-TAB-SEG

           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3220-99-FIM
           END-IF
           PERFORM 7153-LER-PROX-ARQ-CLIE
           PERFORM UNTIL NOT FS-OK
               IF  W-QTDE-TAB-SEG      LESS 9999
                   ADD 1               TO W-QTDE-TAB-SEG
                   MOVE CLIE-CODIGO
                        TO W-SEG-CLIE(W-QTDE-TAB-SEG)
                   MOVE CLIE-SEGMENTO
                        TO W-SEG-SEGMENTO(W-QTDE-TAB-SEG)
               END-IF
               PERFORM 7153-LER-PROX-ARQ-CLIE
           END-PERFORM
           PERFORM 7190-FECHAR-ARQ-CLIE
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3230-CREDITAR-VENDA             SECTION.
      *----------------------------------------------------------------*
      * Soma o faturamento do registro de vendas corrente a cada
      * vendedor participante que atende o cliente (uma vez por
      * vendedor, mesmo com mais de uma linha de negocio).
           MOVE SPACES                 TO W-APU-NO-PERIODO
           IF  VENDAS-COMPETENCIA      NOT LESS W-APU-COMP-INI
               SET W-APU-VENDA-PERIODO TO TRUE
           ELSE
               IF  CONC-MET-CRESC AND
                   VENDAS-COMPETENCIA  NOT LESS W-APU-BASE-INI
                   SET W-APU-VENDA-BASE TO TRUE
               END-IF
           END-IF
           IF  W-APU-NO-PERIODO        EQUAL SPACES
               GO TO 3230-99-FIM
           END-IF

           IF  CONC-SEGMENTO           NOT EQUAL SPACES AND
               NOT CONC-MET-META
               MOVE VENDAS-CLIE-CODIGO TO W-APU-CLIE-BUSCA
               PERFORM 3290-OBTER-SEGMENTO
               IF  W-APU-SEG-CLIE      NOT EQUAL CONC-SEGMENTO
                   GO TO 3230-99-FIM
               END-IF
           END-IF

           MOVE ZEROS                  TO W-APU-VEND-ANT
           PERFORM VARYING W-SUB-MAP FROM 1 BY 1
                   UNTIL W-SUB-MAP GREATER W-QTDE-TAB-MAP
                      OR W-MAP-CLIE(W-SUB-MAP) GREATER
                         VENDAS-CLIE-CODIGO
               IF  W-MAP-CLIE(W-SUB-MAP) EQUAL VENDAS-CLIE-CODIGO AND
                   W-MAP-VEND(W-SUB-MAP) NOT EQUAL W-APU-VEND-ANT
                   MOVE W-MAP-VEND(W-SUB-MAP)
                                       TO W-APU-VEND-BUSCA
                                          W-APU-VEND-ANT
                   PERFORM 3280-LOCALIZAR-PARTIC
                   IF  W-SUB-PAR-ACHADO GREATER ZEROS
                       IF  W-APU-VENDA-PERIODO
                           ADD VENDAS-VALOR
                               TO W-PAR-VALOR(W-SUB-PAR-ACHADO)
                       ELSE
                           ADD VENDAS-VALOR
                               TO W-PAR-BASE(W-SUB-PAR-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3250-CALCULAR-CRESCIMENTO       SECTION.
      *----------------------------------------------------------------*
      * Crescimento % do periodo sobre o periodo anterior; sem
      * faturamento anterior nao ha base de comparacao (zero).
           PERFORM VARYING W-SUB-PAR FROM 1 BY 1
                   UNTIL W-SUB-PAR GREATER W-QTDE-PAR
               IF  W-PAR-BASE(W-SUB-PAR) GREATER ZEROS
                   COMPUTE W-PAR-VALOR(W-SUB-PAR) ROUNDED =
                          (W-PAR-VALOR(W-SUB-PAR) -
                           W-PAR-BASE(W-SUB-PAR)) * 100 /
                           W-PAR-BASE(W-SUB-PAR)
               ELSE
                   MOVE ZEROS          TO W-PAR-VALOR(W-SUB-PAR)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3280-LOCALIZAR-PARTIC           SECTION.
      *----------------------------------------------------------------*
      * Posicao do vendedor W-APU-VEND-BUSCA na tabela de
      * participantes (zero = nao participa).
           MOVE ZEROS                  TO W-SUB-PAR-ACHADO
           PERFORM VARYING W-SUB-PAR FROM 1 BY 1
                   UNTIL W-SUB-PAR GREATER W-QTDE-PAR
                      OR W-SUB-PAR-ACHADO GREATER ZEROS
               IF  W-PAR-VEND(W-SUB-PAR) EQUAL W-APU-VEND-BUSCA
                   MOVE W-SUB-PAR      TO W-SUB-PAR-ACHADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3280-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3290-OBTER-SEGMENTO             SECTION.
      *----------------------------------------------------------------*
      * Segmento do cliente W-APU-CLIE-BUSCA (brancos = fora do
      * cadastro).
           MOVE SPACES                 TO W-APU-SEG-CLIE
           PERFORM VARYING W-SUB-SEG FROM 1 BY 1
                   UNTIL W-SUB-SEG GREATER W-QTDE-TAB-SEG
                      OR W-SEG-CLIE(W-SUB-SEG) NOT LESS
                         W-APU-CLIE-BUSCA
               CONTINUE
           END-PERFORM
           IF  W-SUB-SEG               NOT GREATER W-QTDE-TAB-SEG
               IF  W-SEG-CLIE(W-SUB-SEG) EQUAL W-APU-CLIE-BUSCA
                   MOVE W-SEG-SEGMENTO(W-SUB-SEG)
                                       TO W-APU-SEG-CLIE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       3290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-APURAR-CLIENTES-NOVOS      SECTION.
      *----------------------------------------------------------------*
      * Clientes novos: atribuicoes do periodo a um participante em
      * que o cliente nao tinha vendedor anterior.
           IF  CONC-SEGMENTO           NOT EQUAL SPACES
               PERFORM 3220-CARREGAR-SEGMENTOS
           END-IF

           OPEN INPUT ARQ-HIST-ATRIB
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3300-99-FIM
           END-IF
           READ ARQ-HIST-ATRIB NEXT
           PERFORM UNTIL NOT FS-OK
               IF  HATR-DATA           NUMERIC AND
                   HATR-DATA           NOT LESS CONC-DATA-INICIO AND
                   HATR-DATA           NOT GREATER W-APU-DATA-REF AND
                   HATR-VEND-ANTERIOR  EQUAL ZEROS AND
                   HATR-VEND-NOVO      GREATER ZEROS
                   PERFORM 3310-CREDITAR-CLIENTE-NOVO
               END-IF
               READ ARQ-HIST-ATRIB NEXT
           END-PERFORM
           CLOSE ARQ-HIST-ATRIB
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-CREDITAR-CLIENTE-NOVO      SECTION.
      *----------------------------------------------------------------*

           IF  CONC-SEGMENTO           NOT EQUAL SPACES
               MOVE HATR-CLIE-CODIGO   TO W-APU-CLIE-BUSCA
               PERFORM 3290-OBTER-SEGMENTO
               IF  W-APU-SEG-CLIE      NOT EQUAL CONC-SEGMENTO
                   GO TO 3310-99-FIM
               END-IF
           END-IF

           MOVE HATR-VEND-NOVO         TO W-APU-VEND-BUSCA
           PERFORM 3280-LOCALIZAR-PARTIC
           IF  W-SUB-PAR-ACHADO        GREATER ZEROS
               ADD 1                   TO W-PAR-VALOR(W-SUB-PAR-ACHADO)
           END-IF.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-APURAR-VISITAS             SECTION.
      *----------------------------------------------------------------*
      * Visitas realizadas no periodo (chave comeca pela data).
           IF  CONC-SEGMENTO           NOT EQUAL SPACES
               PERFORM 3220-CARREGAR-SEGMENTOS
           END-IF

           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3400-99-FIM
           END-IF
           INITIALIZE VISITA-CHAVE
           MOVE CONC-DATA-INICIO       TO VISITA-DATA
           PERFORM 7371-START-ARQ-VISITA-ASC
           IF  FS-OK
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VISITA-DATA GREATER W-APU-DATA-REF
               IF  VISITA-REALIZADA
                   PERFORM 3410-CREDITAR-VISITA
               END-IF
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM
           PERFORM 7390-FECHAR-ARQ-VISITA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-CREDITAR-VISITA            SECTION.
      *----------------------------------------------------------------*

           IF  CONC-SEGMENTO           NOT EQUAL SPACES
               MOVE VISITA-CLIE-CODIGO TO W-APU-CLIE-BUSCA
               PERFORM 3290-OBTER-SEGMENTO
               IF  W-APU-SEG-CLIE      NOT EQUAL CONC-SEGMENTO
                   GO TO 3410-99-FIM
               END-IF
           END-IF

           MOVE VISITA-VEND-CODIGO     TO W-APU-VEND-BUSCA
           PERFORM 3280-LOCALIZAR-PARTIC
           IF  W-SUB-PAR-ACHADO        GREATER ZEROS
               ADD 1                   TO W-PAR-VALOR(W-SUB-PAR-ACHADO)
           END-IF.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-APURAR-META                SECTION.
      *----------------------------------------------------------------*
      * Atingimento %: faturamento do periodo sobre a soma das metas
      * de faturamento das competencias do periodo; sem meta, zero.
           PERFORM 7040-ABRIR-ARQ-META
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3500-99-FIM
           END-IF

           PERFORM VARYING W-SUB-PAR FROM 1 BY 1
                   UNTIL W-SUB-PAR GREATER W-QTDE-PAR
               PERFORM 3510-SOMAR-META-VENDEDOR
               IF  W-PAR-BASE(W-SUB-PAR) GREATER ZEROS
                   COMPUTE W-PAR-VALOR(W-SUB-PAR) ROUNDED =
                           W-PAR-VALOR(W-SUB-PAR) * 100 /
                           W-PAR-BASE(W-SUB-PAR)
               ELSE
                   MOVE ZEROS          TO W-PAR-VALOR(W-SUB-PAR)
               END-IF
           END-PERFORM

           PERFORM 7049-FECHAR-ARQ-META
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-SOMAR-META-VENDEDOR        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-PAR-BASE(W-SUB-PAR)
           PERFORM VARYING W-APU-MESES-AUX FROM W-APU-MESES-INI BY 1
                   UNTIL W-APU-MESES-AUX GREATER W-APU-MESES-FIM
               PERFORM 3060-CONVERTER-MESES
               MOVE W-PAR-VEND(W-SUB-PAR) TO META-VEND-CODIGO
               MOVE W-APU-COMP-AUX     TO META-COMPETENCIA
               PERFORM 7042-LER-ARQ-META-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   ADD META-FATURAMENTO
                       TO W-PAR-BASE(W-SUB-PAR)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-CLASSIFICAR                SECTION.
      *----------------------------------------------------------------*
      * Posicao = 1 + participantes com valor maior (empate divide a
      * posicao); premio da primeira faixa que alcanca a posicao, so
      * para quem tem resultado positivo.
           PERFORM VARYING W-SUB-PAR FROM 1 BY 1
                   UNTIL W-SUB-PAR GREATER W-QTDE-PAR
               MOVE 1                  TO W-PAR-POSICAO(W-SUB-PAR)
               PERFORM VARYING W-SUB-PAR-2 FROM 1 BY 1
                       UNTIL W-SUB-PAR-2 GREATER W-QTDE-PAR
                   IF  W-PAR-VALOR(W-SUB-PAR-2) GREATER
                       W-PAR-VALOR(W-SUB-PAR)
                       ADD 1           TO W-PAR-POSICAO(W-SUB-PAR)
                   END-IF
               END-PERFORM
               PERFORM 3610-OBTER-PREMIO
           END-PERFORM.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3610-OBTER-PREMIO               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-PAR-PREMIO(W-SUB-PAR)
           IF  W-PAR-VALOR(W-SUB-PAR)  NOT GREATER ZEROS
               GO TO 3610-99-FIM
           END-IF

           PERFORM VARYING W-APU-IND FROM 1 BY 1
                   UNTIL W-APU-IND GREATER 3
                      OR W-PAR-PREMIO(W-SUB-PAR) GREATER ZEROS
               IF  CONC-FAIXA-ATE(W-APU-IND) GREATER ZEROS AND
                   W-PAR-POSICAO(W-SUB-PAR) NOT GREATER
                   CONC-FAIXA-ATE(W-APU-IND)
                   MOVE CONC-FAIXA-VALOR(W-APU-IND)
                                       TO W-PAR-PREMIO(W-SUB-PAR)
               END-IF
           END-PERFORM
           ADD W-PAR-PREMIO(W-SUB-PAR) TO W-APU-TOT-PREMIOS.

      *----------------------------------------------------------------*
       3610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3700-LANCAR-PREMIOS             SECTION.
      *----------------------------------------------------------------*
      * Encerramento: cada premio vira um ajuste de bonus na
      * competencia da data movimento (ou na seguinte, se o razao do
      * vendedor nessa competencia ja foi pago).
           MOVE W-DATA-MOV(1:6)        TO W-APU-COMP-AJUSTE

           PERFORM VARYING W-SUB-PAR FROM 1 BY 1
                   UNTIL W-SUB-PAR GREATER W-QTDE-PAR
               IF  W-PAR-PREMIO(W-SUB-PAR) GREATER ZEROS
                   PERFORM 3710-LANCAR-PREMIO-VENDEDOR
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3710-LANCAR-PREMIO-VENDEDOR     SECTION.
      *----------------------------------------------------------------*

           MOVE W-APU-COMP-AJUSTE      TO W-APU-COMP-AUX
           PERFORM 7420-ABRIR-ARQ-LIQUID
           IF  NOT FS-OK
               GO TO 3710-99-FIM
           END-IF
           MOVE W-PAR-VEND(W-SUB-PAR)  TO LIQ-VEND-CODIGO
           MOVE W-APU-COMP-AUX         TO LIQ-COMPETENCIA
           PERFORM 7423-LER-ARQ-LIQUID-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S" AND LIQ-PAGA
               IF  W-APU-AUX-MES       EQUAL 12
                   ADD 1               TO W-APU-AUX-ANO
                   MOVE 1              TO W-APU-AUX-MES
               ELSE
                   ADD 1               TO W-APU-AUX-MES
               END-IF
           END-IF
           PERFORM 7429-FECHAR-ARQ-LIQUID

           PERFORM 3720-OBTER-PROX-SEQ-AJUSTE

           PERFORM 7430-ABRIR-ARQ-AJUSTE
           IF  NOT FS-OK
               GO TO 3710-99-FIM
           END-IF
           INITIALIZE REG-ARQ-AJUSTE-COM
           MOVE W-PAR-VEND(W-SUB-PAR)  TO AJU-VEND-CODIGO
           MOVE W-APU-COMP-AUX         TO AJU-COMPETENCIA
           MOVE W-APU-PROX-SEQ         TO AJU-SEQ
           SET AJU-BONUS               TO TRUE
           MOVE W-PAR-PREMIO(W-SUB-PAR) TO AJU-VALOR
           MOVE CONC-CODIGO            TO W-APU-CODIGO-EDIT
           MOVE W-PAR-POSICAO(W-SUB-PAR) TO W-APU-POSICAO-EDIT
           STRING "Premio concurso " W-APU-CODIGO-EDIT
                  " posicao " W-APU-POSICAO-EDIT
                  DELIMITED BY SIZE  INTO AJU-MOTIVO
           ACCEPT AJU-DATA             FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO AJU-OPERADOR
           PERFORM 7436-GRAVAR-ARQ-AJUSTE
           PERFORM 7439-FECHAR-ARQ-AJUSTE
           MOVE W-APU-COMP-AUX         TO W-PAR-AJU-COMP(W-SUB-PAR)
           MOVE W-APU-PROX-SEQ         TO W-PAR-AJU-SEQ(W-SUB-PAR)

           PERFORM 7420-ABRIR-ARQ-LIQUID
           IF  NOT FS-OK
               GO TO 3710-99-FIM
           END-IF
           MOVE W-PAR-VEND(W-SUB-PAR)  TO LIQ-VEND-CODIGO
           MOVE W-APU-COMP-AUX         TO LIQ-COMPETENCIA
           PERFORM 7423-LER-ARQ-LIQUID-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               INITIALIZE REG-ARQ-LIQUID
               MOVE W-PAR-VEND(W-SUB-PAR) TO LIQ-VEND-CODIGO
               MOVE W-APU-COMP-AUX     TO LIQ-COMPETENCIA
               ACCEPT LIQ-DATA-CALCULO FROM DATE YYYYMMDD
           END-IF
           ADD W-PAR-PREMIO(W-SUB-PAR) TO LIQ-VALOR-AJUSTES
           COMPUTE LIQ-VALOR-FINAL =
                   LIQ-VALOR-CALCULADO + LIQ-VALOR-AJUSTES
           SET LIQ-ABERTA              TO TRUE
           MOVE W-OPERADOR             TO LIQ-OPERADOR
           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7427-REGRAVAR-ARQ-LIQUID
           ELSE
               PERFORM 7426-GRAVAR-ARQ-LIQUID
           END-IF
           PERFORM 7429-FECHAR-ARQ-LIQUID.

      *----------------------------------------------------------------*
       3710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3720-OBTER-PROX-SEQ-AJUSTE      SECTION.
      *----------------------------------------------------------------*
      * Proximo sequencial de ajuste do vendedor + competencia (mesma
      * varredura de 6300-OBTER-PROX-SEQ do GCC103P).
           MOVE 1                      TO W-APU-PROX-SEQ

           PERFORM 7430-ABRIR-ARQ-AJUSTE
           IF  NOT FS-OK
               GO TO 3720-99-FIM
           END-IF

           INITIALIZE AJU-CHAVE
           MOVE W-PAR-VEND(W-SUB-PAR)  TO AJU-VEND-CODIGO
           MOVE W-APU-COMP-AUX         TO AJU-COMPETENCIA
           PERFORM 7435-START-ARQ-AJUSTE-ASC
           IF  FS-OK
               PERFORM 7434-LER-PROX-ARQ-AJUSTE
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR AJU-VEND-CODIGO NOT EQUAL W-PAR-VEND(W-SUB-PAR)
                      OR AJU-COMPETENCIA NOT EQUAL W-APU-COMP-AUX
               COMPUTE W-APU-PROX-SEQ = AJU-SEQ + 1
               PERFORM 7434-LER-PROX-ARQ-AJUSTE
           END-PERFORM
           PERFORM 7439-FECHAR-ARQ-AJUSTE.

      *----------------------------------------------------------------*
       3720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3800-GRAVAR-RANKING             SECTION.
      *----------------------------------------------------------------*
      * Refaz o ranking do concurso: exclui o da apuracao anterior e
      * grava os participantes desta.
           PERFORM 7580-ABRIR-ARQ-CONC-RANKING
           IF  NOT FS-OK
               GO TO 3800-99-FIM
           END-IF

           INITIALIZE CRK-CHAVE
           MOVE CONC-CODIGO            TO CRK-CONC-CODIGO
           PERFORM 7585-START-CONC-RANKING
           IF  FS-OK
               PERFORM 7584-LER-PROX-CONC-RANKING
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CRK-CONC-CODIGO NOT EQUAL CONC-CODIGO
               PERFORM 7588-EXCLUIR-CONC-RANKING
               PERFORM 7584-LER-PROX-CONC-RANKING
           END-PERFORM

           PERFORM VARYING W-SUB-PAR FROM 1 BY 1
                   UNTIL W-SUB-PAR GREATER W-QTDE-PAR
               INITIALIZE REG-ARQ-CONC-RANKING
               MOVE CONC-CODIGO        TO CRK-CONC-CODIGO
               MOVE W-PAR-VEND(W-SUB-PAR)
                                       TO CRK-VEND-CODIGO
               MOVE W-PAR-SUPERV(W-SUB-PAR)
                                       TO CRK-SUPERVISOR
               MOVE W-PAR-VALOR(W-SUB-PAR)
                                       TO CRK-VALOR
               MOVE W-PAR-POSICAO(W-SUB-PAR)
                                       TO CRK-POSICAO
               MOVE W-PAR-PREMIO(W-SUB-PAR)
                                       TO CRK-PREMIO
               MOVE W-DATA-MOV         TO CRK-DATA-APURACAO
               MOVE W-PAR-AJU-COMP(W-SUB-PAR)
                                       TO CRK-AJU-COMPETENCIA
               MOVE W-PAR-AJU-SEQ(W-SUB-PAR)
                                       TO CRK-AJU-SEQ
               PERFORM 7586-GRAVAR-CONC-RANKING
           END-PERFORM

           PERFORM 7589-FECHAR-CONC-RANKING.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-EMITIR-CLASSIFICACAO       SECTION.
      *----------------------------------------------------------------*
      * Classificacao do concurso no relatorio: cabecalho do concurso
      * e um bloco por supervisor, em ordem de posicao.
           MOVE CONC-CODIGO            TO W-CAB-CONC-CODIGO
           MOVE CONC-DESCRICAO         TO W-CAB-CONC-DESCR
           MOVE CONC-DATA-INICIO       TO W-CAB-CONC-INICIO
           MOVE CONC-DATA-FIM          TO W-CAB-CONC-FIM
           EVALUATE TRUE
               WHEN CONC-MET-FATUR
                   MOVE "Faturamento (R$)"
                                       TO W-CAB-CONC-METRICA
               WHEN CONC-MET-CRESC
                   MOVE "Crescimento do faturamento (%)"
                                       TO W-CAB-CONC-METRICA
               WHEN CONC-MET-NOVOS
                   MOVE "Clientes novos (qtde)"
                                       TO W-CAB-CONC-METRICA
               WHEN CONC-MET-VISITAS
                   MOVE "Visitas realizadas (qtde)"
                                       TO W-CAB-CONC-METRICA
               WHEN CONC-MET-META
                   MOVE "Atingimento da meta (%)"
                                       TO W-CAB-CONC-METRICA
           END-EVALUATE
           IF  CONC-SEGMENTO           EQUAL SPACES
               MOVE "Todos"            TO W-CAB-CONC-SEGMENTO
           ELSE
               MOVE CONC-SEGMENTO      TO W-CAB-CONC-SEGMENTO
           END-IF
           IF  W-APU-ENCERRAR          EQUAL "S"
               MOVE "Encerrado - resultado final"
                                       TO W-CAB-CONC-SITUACAO
           ELSE
               MOVE "Em andamento - parcial"
                                       TO W-CAB-CONC-SITUACAO
           END-IF
           MOVE W-APU-DATA-REF         TO W-CAB-CONC-DATA-REF
           MOVE W-QTDE-PAR             TO W-CAB-CONC-PARTIC

           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 2
           WRITE REG-ARQ-RELATO  FROM W-CAB-CONC-01 AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-CAB-CONC-02 AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-CAB-CONC-03 AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 1

           IF  W-QTDE-PAR              EQUAL ZEROS
               WRITE REG-ARQ-RELATO  FROM W-ROD-SEM-PARTIC AFTER 1
               GO TO 4000-99-FIM
           END-IF

           SORT ARQ-SORT    ON ASCENDING KEY SORT-SUPERV
                                             SORT-POSICAO
                                             SORT-VEND
               INPUT PROCEDURE  IS 4100-INPUT-SORT
               OUTPUT PROCEDURE IS 4200-OUTPUT-SORT

           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 2
           IF  W-APU-ENCERRAR          EQUAL "S"
               MOVE W-APU-TOT-PREMIOS  TO W-ROD-LANCADOS
               MOVE W-APU-COMP-AJUSTE  TO W-ROD-COMPETENCIA
               WRITE REG-ARQ-RELATO  FROM W-ROD-02  AFTER 1
           ELSE
               MOVE W-APU-TOT-PREMIOS  TO W-ROD-PREMIOS
               WRITE REG-ARQ-RELATO  FROM W-ROD-01  AFTER 1
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-SUB-PAR FROM 1 BY 1
                   UNTIL W-SUB-PAR GREATER W-QTDE-PAR
               MOVE W-PAR-SUPERV(W-SUB-PAR)  TO SORT-SUPERV
               MOVE W-PAR-POSICAO(W-SUB-PAR) TO SORT-POSICAO
               MOVE W-PAR-VEND(W-SUB-PAR)    TO SORT-VEND
               MOVE W-PAR-RAZAO(W-SUB-PAR)   TO SORT-RAZAO
               MOVE W-PAR-VALOR(W-SUB-PAR)   TO SORT-VALOR
               MOVE W-PAR-PREMIO(W-SUB-PAR)  TO SORT-PREMIO
               RELEASE REG-SORT
           END-PERFORM.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Quebra por supervisor: cada equipe com os seus vendedores em
      * ordem de posicao no ranking geral.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN
           IF  W-FIM-SORT              EQUAL "S"
               GO TO 4200-99-FIM
           END-IF

           PERFORM 4210-GRAVAR-CAB-SUPERVISOR
           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-SUPERV         NOT EQUAL W-SUP-CORRENTE
                   PERFORM 4210-GRAVAR-CAB-SUPERVISOR
               END-IF
               MOVE SORT-POSICAO       TO W-DET-01-POSICAO
               MOVE SORT-VEND          TO W-DET-01-VEND
               MOVE SORT-RAZAO         TO W-DET-01-RAZAO
               MOVE SORT-VALOR         TO W-DET-01-VALOR
               MOVE SORT-PREMIO        TO W-DET-01-PREMIO
               WRITE REG-ARQ-RELATO    FROM W-DET-01 AFTER 1
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4210-GRAVAR-CAB-SUPERVISOR      SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-SUPERV            TO W-SUP-CORRENTE
           MOVE SORT-SUPERV            TO W-CAB-SUP-CODIGO
           IF  SORT-SUPERV             EQUAL ZEROS
               MOVE "Sem equipe"       TO W-CAB-SUP-NOME
           ELSE
               MOVE SORT-SUPERV        TO W-SUPERV-PROCURADO
               PERFORM 7035-VALIDAR-SUPERVISOR
               MOVE W-SUPERV-NOME      TO W-CAB-SUP-NOME
           END-IF

           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2    AFTER 2
           WRITE REG-ARQ-RELATO  FROM W-CAB-SUP-01  AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2    AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-CAB-02      AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2    AFTER 1.

      *----------------------------------------------------------------*
       4210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo registro de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas arquivo de metas mensais
       COPY ".\copybooks\GCC060R.cpy".
      * Rotinas data movimento
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas da liquidacao de comissoes
       COPY ".\copybooks\GCC103R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
      * Rotinas concursos de incentivo
       COPY ".\copybooks\GCC167R.cpy".
      * Rotinas ranking dos concursos de incentivo
       COPY ".\copybooks\GCC168R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
