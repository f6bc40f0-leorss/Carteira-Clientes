      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC180P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC180P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Presenca de concorrentes e share of wallet    *
      *                  por territorio e municipio - para os clientes *
      *                  ativos, quantos tem concorrente registrado    *
      *                  (ARQ-CLIE-CONCOR, GCC052P/GCC127P), o volume  *
      *                  mensal estimado dos concorrentes e a media    *
      *                  mensal faturada por nos (ARQ-VENDAS) nas      *
      *                  competencias escolhidas. Share = nosso /      *
      *                  (nosso + concorrentes). Fecha com o total por *
      *                  territorio, o geral e a presenca de cada      *
      *                  concorrente.                                  *
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
      * Cadastro de concorrentes
       COPY ".\copybooks\GCC178FC.cpy".
      * Presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "SHARE-CONCOR-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

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
      * Cadastro de concorrentes
       COPY ".\copybooks\GCC178FD.cpy".
      * Presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-TERRITORIO         PIC  X(005).
           05  SORT-MUNICIPIO          PIC  X(030).
           05  SORT-UF                 PIC  X(002).
           05  SORT-COM-CONCOR         PIC  X(001).
           05  SORT-VOL-CONCOR         PIC  9(011)V99.
           05  SORT-VOL-NOSSO          PIC  9(011)V99.

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
      * Campos validacao do concorrente
       COPY ".\copybooks\GCC178W.cpy".
      * Campos de apoio a presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179W.cpy".

       01  W-CAMPOS-SHARE.
           05  W-SHR-COMP-FINAL        PIC 9(06) VALUE ZEROS.
           05  FILLER                  REDEFINES W-SHR-COMP-FINAL.
               10  W-SHR-FIN-ANO       PIC 9(04).
               10  W-SHR-FIN-MES       PIC 9(02).
           05  W-SHR-COMP-INICIAL      PIC 9(06) VALUE ZEROS.
           05  FILLER                  REDEFINES W-SHR-COMP-INICIAL.
               10  W-SHR-INI-ANO       PIC 9(04).
               10  W-SHR-INI-MES       PIC 9(02).
           05  W-SHR-MESES             PIC 9(02) VALUE 12.
           05  W-SHR-QTDE-MESES        PIC 9(06) VALUE ZEROS.
           05  W-SHR-TEM-CONCOR        PIC X(01) VALUE "N".
           05  W-SHR-TEM-VENDAS        PIC X(01) VALUE "N".
           05  W-FIM-SORT              PIC X(01) VALUE "N".
      * Cliente corrente na montagem do sort.
           05  W-SHR-CLI-VOL-CONCOR    PIC 9(11)V99 VALUE ZEROS.
           05  W-SHR-CLI-VOL-NOSSO     PIC 9(11)V99 VALUE ZEROS.
           05  W-SHR-CLI-FATURADO      PIC 9(13)V99 VALUE ZEROS.
      * Quebra corrente do relatorio.
           05  W-SHR-TERR-CORRENTE     PIC X(05) VALUE SPACES.
           05  W-SHR-MUN-CORRENTE      PIC X(30) VALUE SPACES.
           05  W-SHR-UF-CORRENTE       PIC X(02) VALUE SPACES.
           05  W-SHR-PCT               PIC 9(03)V9(01) VALUE ZEROS.
           05  W-SHR-CARTEIRA          PIC 9(13)V99 VALUE ZEROS.
           05  W-SHR-SUB               PIC 9(04) COMP VALUE ZEROS.
           05  W-SHR-QTDE-CCOR         PIC 9(04) VALUE ZEROS.

      * Acumuladores por nivel: 1 = municipio, 2 = territorio,
      * 3 = geral.
       01  W-TAB-ACUM-SHARE.
           05  W-ACM-ITEM              OCCURS 3 TIMES.
               10  W-ACM-CLIENTES      PIC 9(07).
               10  W-ACM-COM-CONCOR    PIC 9(07).
               10  W-ACM-VOL-CONCOR    PIC 9(13)V99.
               10  W-ACM-VOL-NOSSO     PIC 9(13)V99.

      * Presenca por concorrente, indexada pelo codigo: clientes
      * distintos com o concorrente e volume mensal estimado somado.
       01  W-TAB-CONCOR-SHARE.
           05  W-TCC-ITEM              OCCURS 999 TIMES.
               10  W-TCC-CLIENTES      PIC 9(07).
               10  W-TCC-ULT-CLIE      PIC 9(07).
               10  W-TCC-VOLUME        PIC 9(13)V99.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(44) VALUE
              "Presenca de Concorrentes e Share of Wallet ".
           05 FILLER               PIC X(15) VALUE
              "- competencias ".
           05 W-CAB-COMP-INICIAL   PIC 9(06).
           05 FILLER               PIC X(03) VALUE " a ".
           05 W-CAB-COMP-FINAL     PIC 9(06).

       01  W-CAB-02.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(06) VALUE "Terr.".
           05 FILLER               PIC X(35) VALUE "Municipio/UF".
           05 FILLER               PIC X(09) VALUE " Clientes".
           05 FILLER               PIC X(08) VALUE "  C/Conc".
           05 FILLER               PIC X(07) VALUE "  %Pres".
           05 FILLER               PIC X(18) VALUE
              "  Concorrentes/mes".
           05 FILLER               PIC X(18) VALUE
              "         Nosso/mes".
           05 FILLER               PIC X(08) VALUE "  Share%".

       01  W-DET-01.
           05 FILLER               PIC X(03).
           05 W-DET-TERRITORIO     PIC X(05).
           05 FILLER               PIC X(01).
           05 W-DET-MUNICIPIO      PIC X(30).
           05 FILLER               PIC X(01).
           05 W-DET-UF             PIC X(02).
           05 FILLER               PIC X(02).
           05 W-DET-CLIENTES       PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-COM-CONCOR     PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02).
           05 W-DET-PCT-PRES       PIC ZZ9,9.
           05 FILLER               PIC X(01).
           05 W-DET-VOL-CONCOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-DET-VOL-NOSSO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03).
           05 W-DET-SHARE          PIC ZZ9,9.

       01  W-CAB-CONCOR.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(45) VALUE "Concorrente".
           05 FILLER               PIC X(09) VALUE " Clientes".
           05 FILLER               PIC X(18) VALUE
              "  Volume mes est.".

       01  W-DET-CONCOR.
           05 FILLER               PIC X(03).
           05 W-DCC-CODIGO         PIC 9(03).
           05 FILLER               PIC X(01).
           05 W-DCC-NOME           PIC X(40).
           05 FILLER               PIC X(01).
           05 W-DCC-CLIENTES       PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-DCC-VOLUME         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-OBS.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(60) VALUE
              "Nosso/mes = media mensal faturada nas competencias; ".
           05 FILLER               PIC X(60) VALUE
              "Share = nosso / (nosso + concorrentes)".

       01  W-ROD-SEM-CLIENTES.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhum cliente ativo na carteira".

       01  W-ROD-SEM-CONCOR.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhum concorrente registrado nos clientes".

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
       01  S-TELA-SHARE-CONCOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Competencia final (AAAAMM).: "
                                       LINE 08 COL 10.
               10  S-SHR-COMP          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(06)
                                       USING W-SHR-COMP-FINAL.
               10  VALUE  "Meses na media (1 a 24)....: "
                                       LINE 10 COL 10.
               10  S-SHR-MESES         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 41 PIC 9(02)
                                       USING W-SHR-MESES.
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

           MOVE "Share de Concorrentes" TO W-MODULO
           MOVE WID-ARQ-REL-CONCOR     TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

      * Sugere a competencia fechada: o mes anterior ao da data
      * movimento.
           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV(1:6)        TO W-SHR-COMP-FINAL
           IF  W-SHR-FIN-MES           EQUAL 01
               SUBTRACT 1              FROM W-SHR-FIN-ANO
               MOVE 12                 TO W-SHR-FIN-MES
           ELSE
               SUBTRACT 1              FROM W-SHR-FIN-MES
           END-IF

           DISPLAY S-CLS
           DISPLAY S-TELA-SHARE-CONCOR
           ACCEPT S-TELA-SHARE-CONCOR
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GOBACK
           END-IF

           IF  W-SHR-FIN-MES           LESS 01 OR
               W-SHR-FIN-MES           GREATER 12
               MOVE "Competencia invalida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF
           IF  W-SHR-MESES             LESS 01 OR
               W-SHR-MESES             GREATER 24
               MOVE "Meses na media de 1 a 24, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

           PERFORM 1100-CALCULAR-INICIAL
           PERFORM 2000-PROCESSAR

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-CALCULAR-INICIAL           SECTION.
      *----------------------------------------------------------------*
      * Competencia inicial da janela: a final recuada (meses - 1)
      * meses, contando em meses corridos desde o ano zero.
           COMPUTE W-SHR-QTDE-MESES = W-SHR-FIN-ANO * 12
                                    + W-SHR-FIN-MES - 1
                                    - (W-SHR-MESES - 1)
           DIVIDE W-SHR-QTDE-MESES BY 12
                  GIVING W-SHR-INI-ANO
                  REMAINDER W-SHR-INI-MES
           ADD 1                       TO W-SHR-INI-MES.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-TAB-ACUM-SHARE
                      W-TAB-CONCOR-SHARE
           MOVE W-SHR-COMP-INICIAL     TO W-CAB-COMP-INICIAL
           MOVE W-SHR-COMP-FINAL       TO W-CAB-COMP-FINAL

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               GO TO 2000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-02   AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           SORT ARQ-SORT    ON ASCENDING KEY SORT-TERRITORIO
                                             SORT-MUNICIPIO
                                             SORT-UF
               INPUT PROCEDURE  IS 3000-INPUT-SORT
               OUTPUT PROCEDURE IS 4000-OUTPUT-SORT

           PERFORM 5000-GRAVAR-RESUMO
           PERFORM 5500-GRAVAR-CONCORRENTES

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*
      * Um registro por cliente ativo, com o volume dos concorrentes
      * e a media mensal faturada. Sem ARQ-CLIE-CONCOR ou sem
      * ARQ-VENDAS o respectivo volume sai zerado.
           OPEN INPUT ARQ-CLIE-CONCOR
           IF  FS-OK
               MOVE "S"                TO W-SHR-TEM-CONCOR
           ELSE
               MOVE "N"                TO W-SHR-TEM-CONCOR
           END-IF
           OPEN INPUT ARQ-VENDAS
           IF  FS-OK
               MOVE "S"                TO W-SHR-TEM-VENDAS
           ELSE
               MOVE "N"                TO W-SHR-TEM-VENDAS
           END-IF

           OPEN INPUT ARQ-CLIENTE
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-90-FECHAR
           END-IF

           PERFORM 7153-LER-PROX-ARQ-CLIE
           PERFORM UNTIL NOT FS-OK
               IF  CLIE-ATIVO
                   PERFORM 3100-SOMAR-CONCORRENTES
                   PERFORM 3200-SOMAR-FATURAMENTO
                   MOVE CLIE-TERRITORIO    TO SORT-TERRITORIO
                   MOVE CLIE-MUNICIPIO     TO SORT-MUNICIPIO
                   MOVE CLIE-UF            TO SORT-UF
                   MOVE W-SHR-CLI-VOL-CONCOR
                                           TO SORT-VOL-CONCOR
                   MOVE W-SHR-CLI-VOL-NOSSO
                                           TO SORT-VOL-NOSSO
                   IF  W-SHR-CLI-VOL-CONCOR GREATER ZEROS
                       MOVE "S"            TO SORT-COM-CONCOR
                   ELSE
                       MOVE "N"            TO SORT-COM-CONCOR
                   END-IF
                   RELEASE REG-SORT
               END-IF
               MOVE "00"                   TO WS-RESULTADO-ACESSO
               PERFORM 7153-LER-PROX-ARQ-CLIE
           END-PERFORM
           PERFORM 7190-FECHAR-ARQ-CLIE.

       3000-90-FECHAR.
           IF  W-SHR-TEM-VENDAS        EQUAL "S"
               PERFORM 7490-FECHAR-ARQ-VENDAS
           END-IF
           IF  W-SHR-TEM-CONCOR        EQUAL "S"
               PERFORM 7109-FECHAR-ARQ-CLIE-CONCOR
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-SOMAR-CONCORRENTES         SECTION.
      *----------------------------------------------------------------*
      * Volume mensal estimado de todos os concorrentes e linhas do
      * cliente corrente; alimenta tambem a presenca por concorrente.
           MOVE ZEROS                  TO W-SHR-CLI-VOL-CONCOR
           IF  W-SHR-TEM-CONCOR    NOT EQUAL "S"
               GO TO 3100-99-FIM
           END-IF

           MOVE CLIE-CODIGO            TO CLCO-CLIE-CODIGO
           MOVE ZEROS                  TO CLCO-CCOR-CODIGO
                                          CLCO-LNEG-CODIGO
           PERFORM 7104-START-ARQ-CLIE-CONCOR-ASC
           IF  FS-OK
               PERFORM 7103-LER-PROX-ARQ-CLIE-CONCOR
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CLCO-CLIE-CODIGO NOT EQUAL CLIE-CODIGO
               ADD CLCO-VOLUME-MES     TO W-SHR-CLI-VOL-CONCOR
               IF  CLCO-CCOR-CODIGO    GREATER ZEROS
                   MOVE CLCO-CCOR-CODIGO TO W-SHR-SUB
                   ADD CLCO-VOLUME-MES TO W-TCC-VOLUME(W-SHR-SUB)
                   IF  W-TCC-ULT-CLIE(W-SHR-SUB)
                                   NOT EQUAL CLIE-CODIGO
                       ADD 1           TO W-TCC-CLIENTES(W-SHR-SUB)
                       MOVE CLIE-CODIGO
                                       TO W-TCC-ULT-CLIE(W-SHR-SUB)
                   END-IF
               END-IF
               PERFORM 7103-LER-PROX-ARQ-CLIE-CONCOR
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-SOMAR-FATURAMENTO          SECTION.
      *----------------------------------------------------------------*
      * Media mensal faturada ao cliente nas competencias da janela;
      * o resumo anual da retencao (mes 00) fica de fora.
           MOVE ZEROS                  TO W-SHR-CLI-VOL-NOSSO
                                          W-SHR-CLI-FATURADO
           IF  W-SHR-TEM-VENDAS    NOT EQUAL "S"
               GO TO 3200-99-FIM
           END-IF

           MOVE CLIE-CODIGO            TO VENDAS-CLIE-CODIGO
           MOVE W-SHR-COMP-INICIAL     TO VENDAS-COMPETENCIA
           PERFORM 7471-START-ARQ-VENDAS-ASC
           IF  FS-OK
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VENDAS-CLIE-CODIGO  NOT EQUAL CLIE-CODIGO
                      OR VENDAS-COMPETENCIA  GREATER W-SHR-COMP-FINAL
               IF  VENDAS-COMPETENCIA(5:2) NOT EQUAL "00"
                   ADD VENDAS-VALOR    TO W-SHR-CLI-FATURADO
               END-IF
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-PERFORM
           COMPUTE W-SHR-CLI-VOL-NOSSO ROUNDED =
                   W-SHR-CLI-FATURADO / W-SHR-MESES
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Uma linha por municipio, com o total do territorio na troca
      * de territorio.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN
           IF  W-FIM-SORT              EQUAL "N"
               MOVE SORT-TERRITORIO    TO W-SHR-TERR-CORRENTE
               MOVE SORT-MUNICIPIO     TO W-SHR-MUN-CORRENTE
               MOVE SORT-UF            TO W-SHR-UF-CORRENTE
           END-IF

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-TERRITORIO NOT EQUAL W-SHR-TERR-CORRENTE
                   PERFORM 4100-GRAVAR-LINHA-MUNICIPIO
                   PERFORM 4200-GRAVAR-TOTAL-TERRITORIO
               ELSE
                   IF  SORT-MUNICIPIO NOT EQUAL W-SHR-MUN-CORRENTE OR
                       SORT-UF        NOT EQUAL W-SHR-UF-CORRENTE
                       PERFORM 4100-GRAVAR-LINHA-MUNICIPIO
                   END-IF
               END-IF
               MOVE SORT-TERRITORIO    TO W-SHR-TERR-CORRENTE
               MOVE SORT-MUNICIPIO     TO W-SHR-MUN-CORRENTE
               MOVE SORT-UF            TO W-SHR-UF-CORRENTE
               PERFORM 4300-ACUMULAR
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           IF  W-ACM-CLIENTES(1)       GREATER ZEROS
               PERFORM 4100-GRAVAR-LINHA-MUNICIPIO
               PERFORM 4200-GRAVAR-TOTAL-TERRITORIO
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-LINHA-MUNICIPIO     SECTION.
      *----------------------------------------------------------------*

           MOVE 1                      TO W-SHR-SUB
           MOVE W-SHR-TERR-CORRENTE    TO W-DET-TERRITORIO
           MOVE W-SHR-MUN-CORRENTE     TO W-DET-MUNICIPIO
           MOVE W-SHR-UF-CORRENTE      TO W-DET-UF
           IF  W-SHR-MUN-CORRENTE      EQUAL SPACES
               MOVE "(municipio nao informado)"
                                       TO W-DET-MUNICIPIO
           END-IF
           PERFORM 4500-MONTAR-VALORES
           WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1
           INITIALIZE W-ACM-ITEM(1).

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-GRAVAR-TOTAL-TERRITORIO    SECTION.
      *----------------------------------------------------------------*

           MOVE 2                      TO W-SHR-SUB
           MOVE W-SHR-TERR-CORRENTE    TO W-DET-TERRITORIO
           MOVE "Total do territorio"  TO W-DET-MUNICIPIO
           MOVE SPACES                 TO W-DET-UF
           PERFORM 4500-MONTAR-VALORES
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-DET-01   AFTER 1
           WRITE REG-ARQ-RELATO FROM SPACES     AFTER 1
           INITIALIZE W-ACM-ITEM(2).

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-ACUMULAR                   SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-SHR-SUB FROM 1 BY 1
                   UNTIL W-SHR-SUB GREATER 3
               ADD 1                   TO W-ACM-CLIENTES(W-SHR-SUB)
               IF  SORT-COM-CONCOR     EQUAL "S"
                   ADD 1               TO W-ACM-COM-CONCOR(W-SHR-SUB)
               END-IF
               ADD SORT-VOL-CONCOR     TO W-ACM-VOL-CONCOR(W-SHR-SUB)
               ADD SORT-VOL-NOSSO      TO W-ACM-VOL-NOSSO(W-SHR-SUB)
           END-PERFORM.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-MONTAR-VALORES             SECTION.
      *----------------------------------------------------------------*
      * Colunas numericas da linha a partir do nivel W-SHR-SUB:
      * presenca = clientes com concorrente / clientes; share =
      * nosso / (nosso + concorrentes), zero sem volume algum.
           MOVE W-ACM-CLIENTES(W-SHR-SUB)   TO W-DET-CLIENTES
           MOVE W-ACM-COM-CONCOR(W-SHR-SUB) TO W-DET-COM-CONCOR
           MOVE W-ACM-VOL-CONCOR(W-SHR-SUB) TO W-DET-VOL-CONCOR
           MOVE W-ACM-VOL-NOSSO(W-SHR-SUB)  TO W-DET-VOL-NOSSO

           MOVE ZEROS                  TO W-SHR-PCT
           IF  W-ACM-CLIENTES(W-SHR-SUB) GREATER ZEROS
               COMPUTE W-SHR-PCT ROUNDED =
                       W-ACM-COM-CONCOR(W-SHR-SUB) * 100
                     / W-ACM-CLIENTES(W-SHR-SUB)
           END-IF
           MOVE W-SHR-PCT              TO W-DET-PCT-PRES

           MOVE ZEROS                  TO W-SHR-PCT
           COMPUTE W-SHR-CARTEIRA = W-ACM-VOL-NOSSO(W-SHR-SUB)
                                  + W-ACM-VOL-CONCOR(W-SHR-SUB)
           IF  W-SHR-CARTEIRA          GREATER ZEROS
               COMPUTE W-SHR-PCT ROUNDED =
                       W-ACM-VOL-NOSSO(W-SHR-SUB) * 100
                     / W-SHR-CARTEIRA
           END-IF
           MOVE W-SHR-PCT              TO W-DET-SHARE.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           IF  W-ACM-CLIENTES(3)       EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-CLIENTES AFTER 1
               GO TO 5000-99-FIM
           END-IF

           MOVE 3                      TO W-SHR-SUB
           MOVE SPACES                 TO W-DET-TERRITORIO
                                          W-DET-UF
           MOVE "Total geral"          TO W-DET-MUNICIPIO
           PERFORM 4500-MONTAR-VALORES
           WRITE REG-ARQ-RELATO FROM W-DET-01   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-OBS  AFTER 1.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5500-GRAVAR-CONCORRENTES        SECTION.
      *----------------------------------------------------------------*
      * Presenca de cada concorrente na carteira ativa, em ordem de
      * codigo, com o nome do cadastro.
           WRITE REG-ARQ-RELATO FROM W-CAB-CONCOR AFTER 3
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2   AFTER 1

           MOVE ZEROS                  TO W-SHR-QTDE-CCOR
           PERFORM VARYING W-SHR-SUB FROM 1 BY 1
                   UNTIL W-SHR-SUB GREATER 999
               IF  W-TCC-CLIENTES(W-SHR-SUB) GREATER ZEROS
                   ADD 1               TO W-SHR-QTDE-CCOR
                   MOVE W-SHR-SUB      TO W-DCC-CODIGO
                                          W-CCOR-PROCURADO
                   PERFORM 7408-VALIDAR-CONCORRENTE
                   IF  W-CCOR-NOME-ACHADO EQUAL SPACES
                       MOVE "(concorrente nao cadastrado)"
                                       TO W-DCC-NOME
                   ELSE
                       MOVE W-CCOR-NOME-ACHADO
                                       TO W-DCC-NOME
                   END-IF
                   MOVE W-TCC-CLIENTES(W-SHR-SUB)
                                       TO W-DCC-CLIENTES
                   MOVE W-TCC-VOLUME(W-SHR-SUB)
                                       TO W-DCC-VOLUME
                   WRITE REG-ARQ-RELATO FROM W-DET-CONCOR AFTER 1
               END-IF
           END-PERFORM

           IF  W-SHR-QTDE-CCOR         EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-CONCOR AFTER 1
           END-IF.

      *----------------------------------------------------------------*
       5500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas cadastro de concorrentes
       COPY ".\copybooks\GCC178R.cpy".
      * Rotinas presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
