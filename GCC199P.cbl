      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC199P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC199P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Prospeccao de CNPJs novos - le o extrato      *
      *                  mensal da situacao cadastral (o mesmo do      *
      *                  GCC082P) e seleciona os estabelecimentos      *
      *                  ativos abertos desde a ultima execucao com    *
      *                  CNAE marcado como alvo na tabela CNAE         *
      *                  (GCC197P). Descarta os CNPJs que ja sao       *
      *                  cliente, prospect ou cliente arquivado,       *
      *                  resolve as coordenadas pelo CEP (CEP-COORD)   *
      *                  e grava os demais em ARQ-PROSPECT com origem  *
      *                  RECEITA. Emite a lista de leads por vendedor  *
      *                  ativo mais proximo dentro do raio de          *
      *                  PARAM-MAX-DISTANCIA-KM (zero = sem limite).   *
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
      * Arquivo historico de clientes arquivados
       COPY ".\copybooks\GCC070FC.cpy".
      * Arquivo de prospects
       COPY ".\copybooks\GCC102FC.cpy".
      * Extrato mensal da situacao cadastral
       COPY ".\copybooks\GCC082FC.cpy".
      * Tabela de referencia CNAE
       COPY ".\copybooks\GCC197FC.cpy".
      * Tabela referencia CEP
       COPY ".\copybooks\GCC027FC.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".

      * Arquivo com a data da ultima execucao da prospeccao
       SELECT ARQ-ULT-EXEC         ASSIGN TO  WID-ARQ-ULT-EXEC-LEADS
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
      * Arquivo historico de clientes arquivados
       COPY ".\copybooks\GCC070FD.cpy".
      * Arquivo de prospects
       COPY ".\copybooks\GCC102FD.cpy".
      * Extrato mensal da situacao cadastral
       COPY ".\copybooks\GCC082FD.cpy".
      * Tabela de referencia CNAE
       COPY ".\copybooks\GCC197FD.cpy".
      * Tabela referencia CEP
       COPY ".\copybooks\GCC027FD.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".

       FD  ARQ-ULT-EXEC.
       01  REG-ARQ-ULT-EXEC            PIC 9(008).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos busca tabela referencia CEP
       COPY ".\copybooks\GCC027W.cpy".
      * Campos leitura do arquivo de parametros
       COPY ".\copybooks\GCC064W.cpy".
      * Campos consulta tabela referencia CNAE
       COPY ".\copybooks\GCC197W.cpy".

      * Corte por data de abertura: sugere a data da ultima execucao
      * (na primeira, os ultimos W-LRF-DIAS-INICIAIS dias).
       01  W-FILTROS-LEADS-RF.
           05  W-LRF-DATA-DESDE        PIC 9(08) VALUE ZEROS.
           05  W-LRF-DIAS-INICIAIS     PIC 9(03) VALUE 30.

       01  W-CAMPOS-LEADS-RF.
           05  W-LRF-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-LRF-DATA-ULT-EXEC     PIC 9(08) VALUE ZEROS.
           05  W-LRF-INT-AUX           PIC 9(08) COMP VALUE ZEROS.
           05  W-LRF-MAX-DIST-M        PIC 9(10) VALUE ZEROS.
           05  W-LRF-PROX-CODIGO       PIC 9(07) VALUE ZEROS.
           05  W-LRF-CONHECIDO         PIC X(01) VALUE "N".
           05  W-LRF-CNPJ-PROCURADO    PIC 9(14) VALUE ZEROS.
           05  W-LRF-SUB-VEND-PERTO    PIC 9(03) COMP VALUE ZEROS.
           05  W-LRF-MENOR-DIST        PIC 9(10)V9(08) VALUE ZEROS.
           05  W-LRF-ESTOUROU          PIC X(01) VALUE "N".
           05  W-LRF-VEND-BLOCO        PIC 9(07) VALUE ZEROS.
           05  W-LRF-QTDE-BLOCO        PIC 9(05) VALUE ZEROS.
      * Motivos de descarte, para o rodape do relatorio.
           05  W-LRF-NAO-ATIVOS        PIC 9(07) VALUE ZEROS.
           05  W-LRF-FORA-PERIODO      PIC 9(07) VALUE ZEROS.
           05  W-LRF-FORA-ALVO         PIC 9(07) VALUE ZEROS.
           05  W-LRF-JA-CLIENTE        PIC 9(07) VALUE ZEROS.
           05  W-LRF-JA-CONHECIDO      PIC 9(07) VALUE ZEROS.
           05  W-LRF-SEM-COORD         PIC 9(07) VALUE ZEROS.
           05  W-LRF-SEM-VENDEDOR      PIC 9(07) VALUE ZEROS.
           05  W-LRF-GRAVADOS-ED       PIC ZZZZZZ9.
           05  W-LRF-LEADS-ED          PIC ZZZZZZ9.
           05  W-LRF-LEADS             PIC 9(07) VALUE ZEROS.

      * Calculo haversine, mesma formula de 5100-CALCULAR-DISTANCIA
      * do GCC030P.
       01  W-CALCULO-DISTANCIA.
           05  W-DIST-CALCULADA        PIC  9(10)V9(08)  VALUE ZEROS.
           05  W-LAT-CLI               PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-LAT-VEN               PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-LON-CLI               PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-LON-VEN               PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-DLA                   PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-DLO                   PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-A                     PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-C                     PIC S9(03)V9(08)  VALUE ZEROS.

      * Vendedores ativos com a posicao geografica.
       01  W-TAB-VEND-LEADS.
           05  W-QTDE-TAB-LRV          PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-LRV               PIC 9(03) COMP VALUE ZEROS.
           05  W-LRV-ITEM              OCCURS 999 TIMES.
               10  W-LRV-VEND          PIC 9(007).
               10  W-LRV-RAZAO         PIC X(040).
               10  W-LRV-TERRITORIO    PIC X(005).
               10  W-LRV-LATITUDE      PIC S9(003)V9(008).
               10  W-LRV-LONGITUDE     PIC S9(003)V9(008).
               10  W-LRV-QTDE          PIC 9(005).

      * CNPJs que nao podem virar prospect: prospects ja cadastrados,
      * clientes arquivados e os gravados nesta execucao (o extrato
      * pode repetir o CNPJ). Cliente ativo e consultado direto pela
      * chave alternativa CLIE-CNPJ.
       01  W-TAB-CNPJ-CONHECIDO.
           05  W-QTDE-TAB-CNH          PIC 9(05) COMP VALUE ZEROS.
           05  W-SUB-CNH               PIC 9(05) COMP VALUE ZEROS.
           05  W-CNH-CNPJ              OCCURS 99999 TIMES
                                       PIC 9(014).

      * Prospects gravados nesta execucao, com o vendedor do lead
      * (zero = sem vendedor ativo no raio ou sem coordenadas).
       01  W-TAB-LEADS.
           05  W-QTDE-TAB-LLD          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-LLD               PIC 9(04) COMP VALUE ZEROS.
           05  W-LLD-ITEM              OCCURS 9999 TIMES.
               10  W-LLD-VEND          PIC 9(007).
               10  W-LLD-PROSP         PIC 9(007).
               10  W-LLD-CNPJ          PIC 9(014).
               10  W-LLD-RAZAO         PIC X(040).
               10  W-LLD-MUNICIPIO     PIC X(030).
               10  W-LLD-UF            PIC X(002).
               10  W-LLD-CNAE          PIC 9(007).
               10  W-LLD-DIST-M        PIC 9(010).
               10  W-LLD-COORD         PIC X(001).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(46)
              VALUE "Leads de Prospeccao - CNPJs Abertos desde ".
           05 W-CAB-DIA            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-CAB-MES            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-CAB-ANO            PIC 9(04).

       01  W-DATA-DESMONTADA.
           05 W-DD-ANO             PIC 9(04).
           05 W-DD-MES             PIC 9(02).
           05 W-DD-DIA             PIC 9(02).

       01  W-CAB-VENDEDOR.
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 W-CV-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CV-RAZAO           PIC X(40).

       01  W-CAB-SEM-VENDEDOR.
           05 FILLER               PIC X(60) VALUE
              "Sem vendedor ativo no raio ou CEP sem coordenadas".

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE "Prospect".
           05 FILLER               PIC X(15) VALUE "CNPJ".
           05 FILLER               PIC X(41) VALUE "Razao Social".
           05 FILLER               PIC X(34) VALUE "Municipio/UF".
           05 FILLER               PIC X(09) VALUE "CNAE".
           05 FILLER               PIC X(10) VALUE "  Dist.Km".

       01  W-LIN-LEAD.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LL-PROSP           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LL-CNPJ            PIC 9(14).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LL-RAZAO           PIC X(40).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LL-MUNICIPIO       PIC X(30).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-LL-UF              PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LL-CNAE            PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LL-DIST            PIC ZZZ.ZZ9,99.

       01  W-ROD-BLOCO.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(20)
              VALUE "Leads do bloco....: ".
           05 W-RB-QTDE            PIC ZZ.ZZ9.

       01  W-ROD-GERAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-RG-DESCRICAO       PIC X(40).
           05 W-RG-QTDE            PIC Z.ZZZ.ZZ9.

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
       01  S-TELA-LEADS-RF.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Abertos desde (AAAAMMDD)...: "
                                       LINE 08 COL 10.
               10  S-LRF-DATA-DESDE    BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(08)
                                       USING W-LRF-DATA-DESDE.
               10  VALUE  "(sugerida a data da ultima execucao)"
                                       LINE 09 COL 41.
               10  VALUE  "Extrato situacao cadastral.: "
                                       LINE 10 COL 10.
               10  S-ARQ-REG-CNPJ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 41 PIC X(40)
                                       USING WID-ARQ-REG-CNPJ.
               10  VALUE  "Arquivo relatorio..........: "
                                       LINE 12 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 41 PIC X(40)
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

           MOVE "Prospeccao CNPJs Novos"
                                       TO W-MODULO
           MOVE WID-ARQ-REL-LEADS      TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

      * Data sugerida: ultima execucao ou, na primeira, hoje menos
      * W-LRF-DIAS-INICIAIS dias.
           ACCEPT W-LRF-DATA-HOJE      FROM DATE YYYYMMDD
           PERFORM 7920-LER-ULT-EXEC-LEADS
           IF  W-LRF-DATA-ULT-EXEC     GREATER ZEROS
               MOVE W-LRF-DATA-ULT-EXEC
                                       TO W-LRF-DATA-DESDE
           ELSE
               COMPUTE W-LRF-INT-AUX =
                       FUNCTION INTEGER-OF-DATE(W-LRF-DATA-HOJE)
                       - W-LRF-DIAS-INICIAIS
               COMPUTE W-LRF-DATA-DESDE =
                       FUNCTION DATE-OF-INTEGER(W-LRF-INT-AUX)
           END-IF

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-CLS
               DISPLAY S-TELA-LEADS-RF
               ACCEPT S-LRF-DATA-DESDE
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   ACCEPT S-ARQ-REG-CNPJ
                   ACCEPT S-NOME-ARQ
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               IF  W-ARQ-RELATO        EQUAL SPACES
                   MOVE WID-ARQ-REL-LEADS
                                       TO W-ARQ-RELATO
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
           MOVE ZEROS                  TO W-QTDE-TAB-LRV
                                          W-QTDE-TAB-CNH
                                          W-QTDE-TAB-LLD
                                          W-LRF-PROX-CODIGO
                                          W-LRF-NAO-ATIVOS
                                          W-LRF-FORA-PERIODO
                                          W-LRF-FORA-ALVO
                                          W-LRF-JA-CLIENTE
                                          W-LRF-JA-CONHECIDO
                                          W-LRF-SEM-COORD
                                          W-LRF-SEM-VENDEDOR
                                          W-LRF-LEADS
           MOVE "N"                    TO W-LRF-ESTOUROU

      * Raio do lead: o mesmo limite de distancia da distribuicao.
           PERFORM 7925-LER-ARQ-PARAM
           MOVE ZEROS                  TO W-LRF-MAX-DIST-M
           IF  W-PARAM-LIDO            EQUAL "S"
               COMPUTE W-LRF-MAX-DIST-M =
                       PARAM-MAX-DISTANCIA-KM * 1000
           END-IF

      * Sem CNAE alvo a tabela nao seleciona nada - avisa e para.
           PERFORM 7804-ABRIR-INPUT-ARQ-CNAE
           IF  W-CNAE-ABERTO           NOT EQUAL "S"
               MOVE "Tabela CNAE nao carregada (GCC197P), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 2900-AVISAR
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2100-CARREGAR-VENDEDORES
           PERFORM 2200-CARREGAR-PROSPECTS
           PERFORM 2300-CARREGAR-ARQUIVADOS

           OPEN INPUT ARQ-REG-CNPJ
           IF  NOT FS-OK
               MOVE SPACES             TO W-MSGERRO
               STRING "Extrato nao encontrado. FS: "
                      WS-RESULTADO-ACESSO
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 2900-AVISAR
               PERFORM 7813-FECHAR-ARQ-CNAE
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           PERFORM 7870-ABRIR-ARQ-PROSPECT

           READ ARQ-REG-CNPJ NEXT
           PERFORM UNTIL NOT FS-OK
               ADD 1                   TO W-LIDOS
               IF  REGC-CNPJ           NUMERIC AND
                   REGC-CNPJ           GREATER ZEROS
                   PERFORM 2400-AVALIAR-CNPJ
               END-IF
               READ ARQ-REG-CNPJ NEXT
           END-PERFORM

           CLOSE ARQ-REG-CNPJ
           PERFORM 7879-FECHAR-ARQ-PROSPECT
           PERFORM 7190-FECHAR-ARQ-CLIE
           PERFORM 7813-FECHAR-ARQ-CNAE
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 7960-GRAVAR-ULT-EXEC-LEADS

           MOVE "LEADS-RF"             TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           PERFORM 4000-GRAVAR-RELATORIO

           MOVE W-GRAVADOS             TO W-LRF-GRAVADOS-ED
           MOVE W-LRF-LEADS            TO W-LRF-LEADS-ED
           MOVE SPACES                 TO W-MSGERRO
           STRING "Prospects gravados: " W-LRF-GRAVADOS-ED
                  ", leads c/ vendedor: " W-LRF-LEADS-ED
                  ", tecle <Enter>"
                  DELIMITED BY SIZE INTO W-MSGERRO
           PERFORM 2900-AVISAR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CARREGAR-VENDEDORES        SECTION.
      *----------------------------------------------------------------*
      * Vendedores ativos com coordenadas informadas.
           PERFORM 7211-ABRIR-INPUT-ARQ-VEND
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF
           PERFORM 7253-LER-PROX-ARQ-VEND
           PERFORM UNTIL NOT FS-OK
               IF  VEND-ATIVO AND W-QTDE-TAB-LRV LESS 999 AND
                   (VEND-LATITUDE  NOT EQUAL ZEROS OR
                    VEND-LONGITUDE NOT EQUAL ZEROS)
                   ADD 1               TO W-QTDE-TAB-LRV
                   MOVE VEND-CODIGO    TO W-LRV-VEND(W-QTDE-TAB-LRV)
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-LRV-RAZAO(W-QTDE-TAB-LRV)
                   MOVE VEND-TERRITORIO
                                    TO W-LRV-TERRITORIO(W-QTDE-TAB-LRV)
                   MOVE VEND-LATITUDE
                                    TO W-LRV-LATITUDE(W-QTDE-TAB-LRV)
                   MOVE VEND-LONGITUDE
                                    TO W-LRV-LONGITUDE(W-QTDE-TAB-LRV)
                   MOVE ZEROS          TO W-LRV-QTDE(W-QTDE-TAB-LRV)
               END-IF
               PERFORM 7253-LER-PROX-ARQ-VEND
           END-PERFORM
           PERFORM 7290-FECHAR-ARQ-VEND.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CARREGAR-PROSPECTS         SECTION.
      *----------------------------------------------------------------*
      * CNPJs dos prospects existentes e o ultimo codigo usado - os
      * novos prospects sao numerados a partir dele.
           OPEN INPUT ARQ-PROSPECT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF
           PERFORM 7874-LER-PROX-ARQ-PROSPECT
           PERFORM UNTIL NOT FS-OK
               IF  PROSP-CODIGO        GREATER W-LRF-PROX-CODIGO
                   MOVE PROSP-CODIGO   TO W-LRF-PROX-CODIGO
               END-IF
               IF  PROSP-CNPJ          GREATER ZEROS
                   MOVE PROSP-CNPJ     TO W-LRF-CNPJ-PROCURADO
                   PERFORM 2350-GUARDAR-CNPJ
               END-IF
               PERFORM 7874-LER-PROX-ARQ-PROSPECT
           END-PERFORM
           PERFORM 7879-FECHAR-ARQ-PROSPECT
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-CARREGAR-ARQUIVADOS        SECTION.
      *----------------------------------------------------------------*
      * O historico tem o layout de REG-ARQ-CLIENTE: o registro e
      * movido em grupo para ler o CNPJ (ARQ-CLIENTE ainda fechado).
           OPEN INPUT ARQ-CLIE-HIST
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2300-99-FIM
           END-IF
           READ ARQ-CLIE-HIST NEXT
           PERFORM UNTIL NOT FS-OK
               MOVE REG-ARQ-CLIE-HIST  TO REG-ARQ-CLIENTE
               IF  CLIE-CNPJ           NUMERIC AND
                   CLIE-CNPJ           GREATER ZEROS
                   MOVE CLIE-CNPJ      TO W-LRF-CNPJ-PROCURADO
                   PERFORM 2350-GUARDAR-CNPJ
               END-IF
               READ ARQ-CLIE-HIST NEXT
           END-PERFORM
           CLOSE ARQ-CLIE-HIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2350-GUARDAR-CNPJ               SECTION.
      *----------------------------------------------------------------*

           IF  W-QTDE-TAB-CNH          NOT LESS 99999
               MOVE "S"                TO W-LRF-ESTOUROU
           ELSE
               ADD 1                   TO W-QTDE-TAB-CNH
               MOVE W-LRF-CNPJ-PROCURADO
                                       TO W-CNH-CNPJ(W-QTDE-TAB-CNH)
           END-IF.

      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2360-PROCURAR-CNPJ              SECTION.
      *----------------------------------------------------------------*
      * W-LRF-CONHECIDO = "S" quando W-LRF-CNPJ-PROCURADO ja consta
      * da tabela de prospects/arquivados/gravados nesta execucao.
           MOVE "N"                    TO W-LRF-CONHECIDO
           PERFORM VARYING W-SUB-CNH FROM 1 BY 1
                   UNTIL W-SUB-CNH GREATER W-QTDE-TAB-CNH
                      OR W-LRF-CONHECIDO EQUAL "S"
               IF  W-CNH-CNPJ(W-SUB-CNH) EQUAL W-LRF-CNPJ-PROCURADO
                   MOVE "S"            TO W-LRF-CONHECIDO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-AVALIAR-CNPJ               SECTION.
      *----------------------------------------------------------------*
      * Filtros na ordem do mais barato ao mais caro: situacao, data
      * de abertura, CNAE alvo, cliente, prospect/arquivado.
           IF  NOT REGC-ATIVA
               ADD 1                   TO W-LRF-NAO-ATIVOS
               GO TO 2400-99-FIM
           END-IF

           IF  REGC-DATA-ABERTURA      NOT NUMERIC OR
               REGC-DATA-ABERTURA      LESS W-LRF-DATA-DESDE
               ADD 1                   TO W-LRF-FORA-PERIODO
               GO TO 2400-99-FIM
           END-IF

           MOVE ZEROS                  TO W-CNAE-PROCURADO
           IF  REGC-CNAE               NUMERIC
               MOVE REGC-CNAE          TO W-CNAE-PROCURADO
           END-IF
           PERFORM 7816-VERIFICAR-CNAE-ALVO
           IF  W-CNAE-E-ALVO           NOT EQUAL "S"
               ADD 1                   TO W-LRF-FORA-ALVO
               GO TO 2400-99-FIM
           END-IF

           MOVE REGC-CNPJ              TO CLIE-CNPJ
           READ ARQ-CLIENTE KEY IS CLIE-CNPJ
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               ADD 1                   TO W-LRF-JA-CLIENTE
               GO TO 2400-99-FIM
           END-IF

           MOVE REGC-CNPJ              TO W-LRF-CNPJ-PROCURADO
           PERFORM 2360-PROCURAR-CNPJ
           IF  W-LRF-CONHECIDO         EQUAL "S"
               ADD 1                   TO W-LRF-JA-CONHECIDO
               GO TO 2400-99-FIM
           END-IF

           PERFORM 2500-GRAVAR-PROSPECT.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-GRAVAR-PROSPECT            SECTION.
      *----------------------------------------------------------------*
      * CEP sem coordenadas na tabela nao impede o prospect - ele
      * entra sem posicao e aparece no bloco sem vendedor.
           INITIALIZE REG-ARQ-PROSPECT
           ADD 1                       TO W-LRF-PROX-CODIGO
           MOVE W-LRF-PROX-CODIGO      TO PROSP-CODIGO
           MOVE REGC-CNPJ              TO PROSP-CNPJ
           MOVE REGC-RAZAO-OFICIAL     TO PROSP-RAZAO-SOCIAL
           MOVE "RECEITA"              TO PROSP-ORIGEM
           SET PROSP-ABERTO            TO TRUE
           MOVE W-LRF-DATA-HOJE        TO PROSP-DATA-CADASTRO
           MOVE W-OPERADOR             TO PROSP-OPERADOR

      * Interesse: CNAE e o inicio da descricao.
           PERFORM 7814-DESCREVER-CNAE
           STRING "CNAE " W-CNAE-PROCURADO " " W-CNAE-DESC
                  DELIMITED BY SIZE INTO PROSP-INTERESSE

           MOVE "N"                    TO W-CEP-ENCONTRADO
           IF  REGC-CEP                NUMERIC AND
               REGC-CEP                GREATER ZEROS
               MOVE REGC-CEP           TO PROSP-CEP
                                          W-CEP-PROCURADO
               PERFORM 7810-LOCALIZAR-CEP
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF
           IF  W-CEP-ENCONTRADO        EQUAL "S"
               MOVE CEP-LATITUDE       TO PROSP-LATITUDE
               MOVE CEP-LONGITUDE      TO PROSP-LONGITUDE
               MOVE CEP-MUNICIPIO      TO PROSP-MUNICIPIO
               MOVE CEP-UF             TO PROSP-UF
               PERFORM 2600-ESCOLHER-VENDEDOR
           ELSE
               ADD 1                   TO W-LRF-SEM-COORD
               MOVE ZEROS              TO W-LRF-SUB-VEND-PERTO
           END-IF
           IF  W-LRF-SUB-VEND-PERTO    GREATER ZEROS
               MOVE W-LRV-TERRITORIO(W-LRF-SUB-VEND-PERTO)
                                       TO PROSP-TERRITORIO
           END-IF

           PERFORM 7876-GRAVAR-ARQ-PROSPECT
           IF  NOT FS-OK
               ADD 1                   TO W-ERROS
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2500-99-FIM
           END-IF
           ADD 1                       TO W-GRAVADOS
           MOVE REGC-CNPJ              TO W-LRF-CNPJ-PROCURADO
           PERFORM 2350-GUARDAR-CNPJ
           PERFORM 2700-GUARDAR-LEAD.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-ESCOLHER-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      * Vendedor ativo mais proximo; fora do raio (quando configurado)
      * o prospect fica sem vendedor.
           MOVE ZEROS                  TO W-LRF-SUB-VEND-PERTO
           MOVE 9999999999             TO W-LRF-MENOR-DIST

           PERFORM VARYING W-SUB-LRV FROM 1 BY 1
                   UNTIL W-SUB-LRV GREATER W-QTDE-TAB-LRV
               MOVE PROSP-LATITUDE     TO W-LAT-CLI
               MOVE PROSP-LONGITUDE    TO W-LON-CLI
               MOVE W-LRV-LATITUDE(W-SUB-LRV)
                                       TO W-LAT-VEN
               MOVE W-LRV-LONGITUDE(W-SUB-LRV)
                                       TO W-LON-VEN
               PERFORM 5100-CALCULAR-DISTANCIA
               IF  W-DIST-CALCULADA    LESS W-LRF-MENOR-DIST
                   MOVE W-DIST-CALCULADA
                                       TO W-LRF-MENOR-DIST
                   MOVE W-SUB-LRV      TO W-LRF-SUB-VEND-PERTO
               END-IF
           END-PERFORM

           IF  W-LRF-MAX-DIST-M        GREATER ZEROS AND
               W-LRF-MENOR-DIST        GREATER W-LRF-MAX-DIST-M
               MOVE ZEROS              TO W-LRF-SUB-VEND-PERTO
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-GUARDAR-LEAD               SECTION.
      *----------------------------------------------------------------*

           IF  W-QTDE-TAB-LLD          NOT LESS 9999
               MOVE "S"                TO W-LRF-ESTOUROU
               GO TO 2700-99-FIM
           END-IF

           ADD 1                       TO W-QTDE-TAB-LLD
           MOVE PROSP-CODIGO           TO W-LLD-PROSP(W-QTDE-TAB-LLD)
           MOVE PROSP-CNPJ             TO W-LLD-CNPJ(W-QTDE-TAB-LLD)
           MOVE PROSP-RAZAO-SOCIAL     TO W-LLD-RAZAO(W-QTDE-TAB-LLD)
           MOVE PROSP-MUNICIPIO   TO W-LLD-MUNICIPIO(W-QTDE-TAB-LLD)
           MOVE PROSP-UF               TO W-LLD-UF(W-QTDE-TAB-LLD)
           MOVE W-CNAE-PROCURADO       TO W-LLD-CNAE(W-QTDE-TAB-LLD)
           MOVE W-CEP-ENCONTRADO       TO W-LLD-COORD(W-QTDE-TAB-LLD)
           IF  W-LRF-SUB-VEND-PERTO    GREATER ZEROS
               MOVE W-LRV-VEND(W-LRF-SUB-VEND-PERTO)
                                       TO W-LLD-VEND(W-QTDE-TAB-LLD)
               MOVE W-LRF-MENOR-DIST TO W-LLD-DIST-M(W-QTDE-TAB-LLD)
               ADD 1          TO W-LRV-QTDE(W-LRF-SUB-VEND-PERTO)
               ADD 1                   TO W-LRF-LEADS
           ELSE
               MOVE ZEROS              TO W-LLD-VEND(W-QTDE-TAB-LLD)
                                          W-LLD-DIST-M(W-QTDE-TAB-LLD)
               IF  W-CEP-ENCONTRADO    EQUAL "S"
                   ADD 1               TO W-LRF-SEM-VENDEDOR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-AVISAR                     SECTION.
      *----------------------------------------------------------------*

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC199P - " FUNCTION TRIM(W-MSGERRO)
           ELSE
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      * Um bloco por vendedor com leads, na ordem do cadastro de
      * vendedores, e ao final os prospects sem vendedor.
           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 4000-99-FIM
           END-IF

           MOVE W-LRF-DATA-DESDE       TO W-DATA-DESMONTADA
           MOVE W-DD-DIA               TO W-CAB-DIA
           MOVE W-DD-MES               TO W-CAB-MES
           MOVE W-DD-ANO               TO W-CAB-ANO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM VARYING W-SUB-LRV FROM 1 BY 1
                   UNTIL W-SUB-LRV GREATER W-QTDE-TAB-LRV
               IF  W-LRV-QTDE(W-SUB-LRV) GREATER ZEROS
                   MOVE W-LRV-VEND(W-SUB-LRV)
                                       TO W-CV-CODIGO
                                          W-LRF-VEND-BLOCO
                   MOVE W-LRV-RAZAO(W-SUB-LRV)
                                       TO W-CV-RAZAO
                   WRITE REG-ARQ-RELATO FROM W-CAB-VENDEDOR AFTER 2
                   PERFORM 4100-GRAVAR-BLOCO
               END-IF
           END-PERFORM

           IF  W-QTDE-TAB-LLD          GREATER W-LRF-LEADS
               MOVE ZEROS              TO W-LRF-VEND-BLOCO
               WRITE REG-ARQ-RELATO FROM W-CAB-SEM-VENDEDOR AFTER 2
               PERFORM 4100-GRAVAR-BLOCO
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           MOVE "Registros lidos no extrato"
                                       TO W-RG-DESCRICAO
           MOVE W-LIDOS                TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "Descartados - situacao nao ativa"
                                       TO W-RG-DESCRICAO
           MOVE W-LRF-NAO-ATIVOS       TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "Descartados - abertos antes do corte"
                                       TO W-RG-DESCRICAO
           MOVE W-LRF-FORA-PERIODO     TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "Descartados - CNAE fora do alvo"
                                       TO W-RG-DESCRICAO
           MOVE W-LRF-FORA-ALVO        TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "Descartados - ja cliente"
                                       TO W-RG-DESCRICAO
           MOVE W-LRF-JA-CLIENTE       TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "Descartados - prospect ou arquivado"
                                       TO W-RG-DESCRICAO
           MOVE W-LRF-JA-CONHECIDO     TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "Prospects gravados (origem RECEITA)"
                                       TO W-RG-DESCRICAO
           MOVE W-GRAVADOS             TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "  com vendedor no raio (leads)"
                                       TO W-RG-DESCRICAO
           MOVE W-LRF-LEADS            TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "  fora do raio de vendedor ativo"
                                       TO W-RG-DESCRICAO
           MOVE W-LRF-SEM-VENDEDOR     TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "  CEP sem coordenadas"
                                       TO W-RG-DESCRICAO
           MOVE W-LRF-SEM-COORD        TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           MOVE "Erros de gravacao"    TO W-RG-DESCRICAO
           MOVE W-ERROS                TO W-RG-QTDE
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           IF  W-LRF-ESTOUROU          EQUAL "S"
               MOVE "Tabela cheia - lista/controle parcial"
                                       TO W-RG-DESCRICAO
               MOVE ZEROS              TO W-RG-QTDE
               WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           END-IF
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-BLOCO               SECTION.
      *----------------------------------------------------------------*
      * Leads do vendedor W-LRF-VEND-BLOCO (zero = sem vendedor).
           MOVE ZEROS                  TO W-LRF-QTDE-BLOCO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           PERFORM VARYING W-SUB-LLD FROM 1 BY 1
                   UNTIL W-SUB-LLD GREATER W-QTDE-TAB-LLD
               IF  W-LLD-VEND(W-SUB-LLD) EQUAL W-LRF-VEND-BLOCO
                   MOVE W-LLD-PROSP(W-SUB-LLD)     TO W-LL-PROSP
                   MOVE W-LLD-CNPJ(W-SUB-LLD)      TO W-LL-CNPJ
                   MOVE W-LLD-RAZAO(W-SUB-LLD)     TO W-LL-RAZAO
                   MOVE W-LLD-MUNICIPIO(W-SUB-LLD) TO W-LL-MUNICIPIO
                   MOVE W-LLD-UF(W-SUB-LLD)        TO W-LL-UF
                   MOVE W-LLD-CNAE(W-SUB-LLD)      TO W-LL-CNAE
                   COMPUTE W-LL-DIST ROUNDED =
                           W-LLD-DIST-M(W-SUB-LLD) / 1000
                   IF  W-LLD-COORD(W-SUB-LLD) NOT EQUAL "S"
                       MOVE "(CEP sem coordenadas)"
                                       TO W-LL-MUNICIPIO
                   END-IF
                   WRITE REG-ARQ-RELATO FROM W-LIN-LEAD AFTER 1
                   ADD 1               TO W-LRF-QTDE-BLOCO
               END-IF
           END-PERFORM

           MOVE W-LRF-QTDE-BLOCO       TO W-RB-QTDE
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-BLOCO AFTER 1.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-CALCULAR-DISTANCIA         SECTION.
      *----------------------------------------------------------------*
      * Haversine entre o prospect e o vendedor candidato, identica a
      * formula usada na distribuicao (GCC030P). As coordenadas ja
      * chegam em W-LAT-CLI/W-LON-CLI e W-LAT-VEN/W-LON-VEN em graus.
           COMPUTE W-LAT-CLI  = W-LAT-CLI * FUNCTION PI / 180
           COMPUTE W-LAT-VEN  = W-LAT-VEN * FUNCTION PI / 180
           COMPUTE W-LON-CLI  = W-LON-CLI * FUNCTION PI / 180
           COMPUTE W-LON-VEN  = W-LON-VEN * FUNCTION PI / 180

           COMPUTE W-DLA = W-LAT-VEN - (W-LAT-CLI)
           COMPUTE W-DLO = W-LON-VEN - (W-LON-CLI)
           COMPUTE W-A   = FUNCTION SIN(W-DLA / 2)
                         * FUNCTION SIN(W-DLA / 2)
                         + FUNCTION COS(W-LAT-CLI)
                         * FUNCTION COS(W-LAT-VEN)
                         * FUNCTION SIN(W-DLO / 2)
                         * FUNCTION SIN(W-DLO / 2)

           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-DIST-CALCULADA = 6371 * W-C * 1000.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7920-LER-ULT-EXEC-LEADS         SECTION.
      *----------------------------------------------------------------*
      * Data da ultima execucao completa, sugerida como corte da data
      * de abertura. Arquivo ainda inexistente devolve ZEROS.
           MOVE ZEROS                  TO W-LRF-DATA-ULT-EXEC

           OPEN INPUT ARQ-ULT-EXEC
           IF  FS-OK
               READ ARQ-ULT-EXEC
               IF  FS-OK
                   MOVE REG-ARQ-ULT-EXEC
                                       TO W-LRF-DATA-ULT-EXEC
               END-IF
               CLOSE ARQ-ULT-EXEC
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7960-GRAVAR-ULT-EXEC-LEADS      SECTION.
      *----------------------------------------------------------------*
      * Grava a data de hoje como a da ultima execucao completa. Um
      * estabelecimento aberto no proprio dia volta na execucao
      * seguinte e e descartado por ja ser prospect.
           OPEN OUTPUT ARQ-ULT-EXEC
           IF  FS-OK
               MOVE W-LRF-DATA-HOJE    TO REG-ARQ-ULT-EXEC
               WRITE REG-ARQ-ULT-EXEC
               CLOSE ARQ-ULT-EXEC
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7960-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo de prospects
       COPY ".\copybooks\GCC102R.cpy".
      * Rotinas tabela de referencia CNAE
       COPY ".\copybooks\GCC197R.cpy".
      * Rotinas tabela referencia CEP
       COPY ".\copybooks\GCC027R.cpy".
      * Rotinas arquivo de parametros gerais
       COPY ".\copybooks\GCC064R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
