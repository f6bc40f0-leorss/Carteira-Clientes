      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC158P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC158P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Poligonos de territorio - importa os limites  *
      *                  de cada territorio exportados pelo GIS do     *
      *                  planejamento (cada territorio do arquivo      *
      *                  substitui o poligono anterior por inteiro) e  *
      *                  deriva o territorio de cada cliente pelo      *
      *                  ponto dentro do poligono, relacionando os     *
      *                  clientes cujo territorio digitado diverge do  *
      *                  derivado. O gestor pode aplicar as correcoes  *
      *                  com uma linha de auditoria por registro,      *
      *                  como na atualizacao em massa (GCC095P). A     *
      *                  execucao batch emite so o relatorio.          *
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
      * Cadastro de territorios
       COPY ".\copybooks\GCC058FC.cpy".
      * Poligonos de territorio
       COPY ".\copybooks\GCC158FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      * Arquivo importacao dos poligonos
       SELECT ARQ-IMP-POLIG        ASSIGN TO  WID-ARQ-IMP-POLIG
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo log de rejeitados
       SELECT ARQ-LOG              ASSIGN TO  W-ARQ-LOG
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Cadastro de territorios
       COPY ".\copybooks\GCC058FD.cpy".
      * Poligonos de territorio
       COPY ".\copybooks\GCC158FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      * Arquivo importacao dos poligonos: posicional - territorio,
      * anel (area do territorio), sequencia do vertice no contorno
      * e latitude/longitude no mesmo formato da tabela de CEP.
       FD  ARQ-IMP-POLIG.
       01  REG-ARQ-IMP-POLIG.
           02 IMPP-TERRITORIO          PIC  X(005).
           02 IMPP-ANEL                PIC  9(002).
           02 IMPP-SEQ                 PIC  9(004).
           02 IMPP-LATITUDE            PIC S9(003)V9(008).
           02 IMPP-LONGITUDE           PIC S9(003)V9(008).

      * Arquivo log de rejeitados
       FD  ARQ-LOG.
       01  REG-ARQ-LOG                  PIC X(132).

      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao de territorio
       COPY ".\copybooks\GCC058W.cpy".
      * Campos derivacao do territorio pelas coordenadas
       COPY ".\copybooks\GCC158W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Territorio; Anel; Sequencia; Motivo;".

       01  W-REG-ARQ-LOG-DET.
           05 W-LOG-TERRITORIO         PIC  X(05) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-ANEL               PIC  X(02) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-SEQ                PIC  X(04) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-MOTIVO             PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-CAMPOS-POLIGONO.
           05  W-TPI-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-TPI-SUBSTITUIDO       PIC X(01) VALUE "N".
      * Territorios ja substituidos nesta carga: o primeiro vertice
      * de cada territorio apaga o poligono anterior, os seguintes
      * so acrescentam.
           05  W-TPI-QTDE-SUBST        PIC 9(04) COMP VALUE ZEROS.
           05  W-TPI-SUB-SUBST         PIC 9(04) COMP VALUE ZEROS.
           05  W-TPI-SUBST             OCCURS 999 TIMES
                                       PIC X(05).
      * Contadores da derivacao.
           05  W-TRD-LIDOS             PIC 9(07) VALUE ZEROS.
           05  W-TRD-CONFERE           PIC 9(07) VALUE ZEROS.
           05  W-TRD-DIVERGENTE        PIC 9(07) VALUE ZEROS.
           05  W-TRD-FORA              PIC 9(07) VALUE ZEROS.
           05  W-TRD-SEM-COORD         PIC 9(07) VALUE ZEROS.
           05  W-TRD-CORRIGIDOS        PIC 9(07) VALUE ZEROS.
           05  W-TRD-APLICAR           PIC X(01) VALUE "N".
           05  W-TRD-SITUACAO          PIC X(01) VALUE SPACES.
               88  W-TRD-SIT-CONFERE   VALUE "C".
               88  W-TRD-SIT-DIVERGE   VALUE "D".
               88  W-TRD-SIT-FORA      VALUE "F".
               88  W-TRD-SIT-SEM-COORD VALUE "S".

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(60) VALUE
              "Territorio digitado x territorio derivado do poligono".

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(09) VALUE "Codigo".
           05 FILLER               PIC X(42) VALUE "Razao Social".
           05 FILLER               PIC X(10) VALUE "CEP".
           05 FILLER               PIC X(12) VALUE "Digitado".
           05 FILLER               PIC X(10) VALUE "Derivado".

       01  W-DET-CLIENTE.
           05 W-DC-CODIGO          PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-DC-RAZAO           PIC X(40).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-DC-CEP             PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-DC-TERR-DIGITADO   PIC X(05).
           05 FILLER               PIC X(07) VALUE SPACES.
           05 W-DC-TERR-DERIVADO   PIC X(05).

       01  W-ROD-01.
           05 FILLER               PIC X(30) VALUE
              "   Clientes lidos..........: ".
           05 W-ROD-LIDOS          PIC Z.ZZZ.ZZ9.
       01  W-ROD-02.
           05 FILLER               PIC X(30) VALUE
              "   Territorio confere......: ".
           05 W-ROD-CONFERE        PIC Z.ZZZ.ZZ9.
       01  W-ROD-03.
           05 FILLER               PIC X(30) VALUE
              "   Territorio divergente...: ".
           05 W-ROD-DIVERGENTE     PIC Z.ZZZ.ZZ9.
       01  W-ROD-04.
           05 FILLER               PIC X(30) VALUE
              "   Fora dos poligonos......: ".
           05 W-ROD-FORA           PIC Z.ZZZ.ZZ9.
       01  W-ROD-05.
           05 FILLER               PIC X(30) VALUE
              "   Sem coordenada..........: ".
           05 W-ROD-SEM-COORD      PIC Z.ZZZ.ZZ9.
       01  W-ROD-06.
           05 FILLER               PIC X(70) VALUE
              "   ** Tabela de poligonos excedida: territorios finais ig
      -       "norados".

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
       01  S-TELA-IMP-POLIG.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Arquivo importacao..: "
                                       LINE 08 COL 10.
               10  S-ARQ-IMP-POLIG
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-POLIG.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Lidos.......:"  LINE 10 COL 10.
               10  S-LIDOS             LINE 10 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-LIDOS.
               10  VALUE  "Gravados....:"  LINE 12 COL 10.
               10  S-GRAVADOS          LINE 12 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-GRAVADOS.
               10  VALUE  "Erros.......:"  LINE 14 COL 10.
               10  S-ERROS             LINE 14 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-ERROS.
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

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           MOVE "Poligonos Territorio" TO  W-MODULO
           MOVE "<Esc> Voltar <Enter> Importar <F5> Divergencias <F6> Co
      -         "rrigir"               TO W-STATUS

           IF  LK-PARAM                EQUAL "B"
               MOVE "N"                TO W-TRD-APLICAR
               PERFORM 4000-DERIVAR-TERRITORIOS
               GOBACK
           END-IF

           DISPLAY S-CLS
           DISPLAY S-TELA-IMP-POLIG
           ACCEPT S-ARQ-IMP-POLIG
           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-ESC
                   CONTINUE
               WHEN COB-SCR-F5
                   MOVE "N"            TO W-TRD-APLICAR
                   PERFORM 4000-DERIVAR-TERRITORIOS
               WHEN COB-SCR-F6
                   IF  NOT W-PERFIL-GESTOR
                       MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   ELSE
                       MOVE "S"        TO W-TRD-APLICAR
                       PERFORM 4000-DERIVAR-TERRITORIOS
                   END-IF
               WHEN OTHER
                   PERFORM 0100-PROCESSAR
           END-EVALUATE

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-CONTADORES
           MOVE ZEROS                  TO W-TPI-QTDE-SUBST
           ACCEPT W-TPI-DATA-HOJE      FROM DATE YYYYMMDD

           MOVE  WID-ARQ-LOG-POLIG     TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO
           OPEN INPUT ARQ-IMP-POLIG
           IF  NOT FS-OK
               STRING "Erro abrir importacao. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 0100-99-FIM
           END-IF

           PERFORM 7762-ABRIR-ARQ-TERR-POLIG
           IF  NOT FS-OK
               CLOSE ARQ-IMP-POLIG
               GO TO 0100-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           DISPLAY S-TELA-CONTADOR

           PERFORM 7751-LER-PROX-IMP-POLIG
           PERFORM UNTIL FS-FIM
                  ADD 1                TO W-LIDOS
                  PERFORM 1100-GRAVAR-VERTICE
                  PERFORM 7751-LER-PROX-IMP-POLIG

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM

           CLOSE ARQ-IMP-POLIG
           PERFORM 7769-FECHAR-ARQ-TERR-POLIG
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-POLIG"            TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           MOVE  "Importacao finalizada, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       0100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-GRAVAR-VERTICE             SECTION.
      *----------------------------------------------------------------*
      * Critica a linha e grava o vertice. O territorio precisa estar
      * no cadastro; na primeira linha de cada territorio o poligono
      * anterior e apagado, de modo que a exportacao do GIS sempre
      * traz o contorno completo dos territorios que envia.
           IF  IMPP-ANEL               NOT NUMERIC OR
               IMPP-SEQ                NOT NUMERIC OR
               IMPP-LATITUDE           NOT NUMERIC OR
               IMPP-LONGITUDE          NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           IF  IMPP-LATITUDE  LESS -90  OR IMPP-LATITUDE  GREATER 90 OR
               IMPP-LONGITUDE LESS -180 OR IMPP-LONGITUDE GREATER 180
               ADD 1                   TO W-ERROS
               MOVE "Coordenada fora da faixa valida"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           INSPECT IMPP-TERRITORIO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF  IMPP-TERRITORIO         EQUAL SPACES
               ADD 1                   TO W-ERROS
               MOVE "Territorio em branco"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF
           MOVE IMPP-TERRITORIO        TO W-TERRIT-PROCURADO
           PERFORM 7015-VALIDAR-TERRITORIO
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           IF  W-TERRIT-VALIDO         EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Territorio nao cadastrado"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           PERFORM 1150-SUBSTITUIR-POLIGONO
           IF  W-TPI-SUBSTITUIDO       EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Limite de territorios na carga excedido"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           MOVE IMPP-TERRITORIO        TO TPOL-TERRITORIO
           MOVE IMPP-ANEL              TO TPOL-ANEL
           MOVE IMPP-SEQ               TO TPOL-SEQ
           MOVE IMPP-LATITUDE          TO TPOL-LATITUDE
           MOVE IMPP-LONGITUDE         TO TPOL-LONGITUDE
           MOVE W-TPI-DATA-HOJE        TO TPOL-DATA-CARGA
           MOVE W-OPERADOR             TO TPOL-OPERADOR
           WRITE REG-ARQ-TERR-POLIG

           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
           ELSE
               ADD 1                   TO W-ERROS
               IF  WS-RESULTADO-ACESSO EQUAL "22"
                   MOVE "Vertice repetido no arquivo"
                                       TO W-LOG-MOTIVO
               ELSE
                   STRING "Erro gravacao. FS: "
                          WS-RESULTADO-ACESSO
                          INTO W-LOG-MOTIVO
               END-IF
               PERFORM 1190-MONTAR-LOG
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-SUBSTITUIR-POLIGONO        SECTION.
      *----------------------------------------------------------------*
      * Primeira linha do territorio nesta carga: apaga os vertices
      * gravados pela carga anterior e registra o territorio como
      * substituido.
           MOVE "N"                    TO W-TPI-SUBSTITUIDO
           PERFORM VARYING W-TPI-SUB-SUBST FROM 1 BY 1
                   UNTIL W-TPI-SUB-SUBST GREATER W-TPI-QTDE-SUBST
                      OR W-TPI-SUBSTITUIDO EQUAL "S"
               IF  W-TPI-SUBST(W-TPI-SUB-SUBST) EQUAL IMPP-TERRITORIO
                   MOVE "S"            TO W-TPI-SUBSTITUIDO
               END-IF
           END-PERFORM

           IF  W-TPI-SUBSTITUIDO       EQUAL "S" OR
               W-TPI-QTDE-SUBST        EQUAL 999
               GO TO 1150-99-FIM
           END-IF

           ADD 1                       TO W-TPI-QTDE-SUBST
           MOVE IMPP-TERRITORIO        TO W-TPI-SUBST(W-TPI-QTDE-SUBST)
           MOVE "S"                    TO W-TPI-SUBSTITUIDO

           MOVE IMPP-TERRITORIO        TO TPOL-TERRITORIO
           MOVE ZEROS                  TO TPOL-ANEL
                                          TPOL-SEQ
           START ARQ-TERR-POLIG KEY IS NOT LESS THAN TPOL-CHAVE
           IF  FS-OK
               READ ARQ-TERR-POLIG NEXT
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR TPOL-TERRITORIO NOT EQUAL IMPP-TERRITORIO
               PERFORM 7767-EXCLUIR-ARQ-TERR-POLIG
               READ ARQ-TERR-POLIG NEXT
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1190-MONTAR-LOG                 SECTION.
      *----------------------------------------------------------------*

           MOVE IMPP-TERRITORIO        TO W-LOG-TERRITORIO
           MOVE IMPP-ANEL              TO W-LOG-ANEL
           MOVE IMPP-SEQ               TO W-LOG-SEQ
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       1190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-APLICAR                    SECTION.
      *----------------------------------------------------------------*
      * Segunda passada: grava o territorio derivado nos clientes
      * divergentes com uma linha de auditoria por registro, no mesmo
      * caminho da atualizacao em massa (GCC095P).
           MOVE ZEROS                  TO W-TRD-CORRIGIDOS

           OPEN I-O ARQ-CLIENTE
           IF  FS-OK
               MOVE ZEROS              TO CLIE-CODIGO
               START ARQ-CLIENTE KEY IS GREATER THAN CLIE-CODIGO
               IF  FS-OK
                   READ ARQ-CLIENTE NEXT
               END-IF
               PERFORM UNTIL NOT FS-OK
                   PERFORM 5000-CLASSIFICAR-CLIENTE
                   IF  W-TRD-SIT-DIVERGE
                       MOVE W-DTR-TERRITORIO
                                       TO CLIE-TERRITORIO
                       ACCEPT CLIE-DATA-ALTERACAO FROM DATE YYYYMMDD
                       REWRITE REG-ARQ-CLIENTE
                       IF  FS-OK
                           ADD 1       TO W-TRD-CORRIGIDOS
                           MOVE "TERR-POLI"
                                       TO W-AUDIT-OPERACAO
                           MOVE CLIE-CODIGO
                                       TO W-AUDIT-CODIGO
                           MOVE CLIE-RAZAO-SOCIAL
                                       TO W-AUDIT-RAZAO-SOCIAL
                           PERFORM 7196-GRAVAR-ARQ-AUDIT-CLIE
                       END-IF
                   END-IF
                   READ ARQ-CLIENTE NEXT
               END-PERFORM
               CLOSE ARQ-CLIENTE
           END-IF

           MOVE SPACES                 TO W-MSGERRO
           STRING "Corrigidos " W-TRD-CORRIGIDOS
                  " registros, tecle <Enter>"
                  DELIMITED BY SIZE INTO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-DERIVAR-TERRITORIOS        SECTION.
      *----------------------------------------------------------------*
      * Primeira passada: deriva o territorio de cada cliente e lista
      * os divergentes do territorio digitado, sem gravar nada. Com
      * W-TRD-APLICAR = "S" (gestor, <F6>) pede confirmacao e aplica.
           MOVE ZEROS                  TO W-TRD-LIDOS
                                          W-TRD-CONFERE
                                          W-TRD-DIVERGENTE
                                          W-TRD-FORA
                                          W-TRD-SEM-COORD
           MOVE "N"                    TO W-DTR-CARREGADO
           PERFORM 7770-CARREGAR-POLIGONOS
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           IF  W-DTR-DISPONIVEL        EQUAL "N"
               MOVE "Poligonos de territorio nao carregados, tecle <Ent
      -             "er>"              TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4000-99-FIM
           END-IF

           MOVE WID-ARQ-REL-POLIG      TO W-ARQ-RELATO
           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 4000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1    AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA    AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1    AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 1

           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           IF  FS-OK
               PERFORM 7153-LER-PROX-ARQ-CLIE
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-TRD-LIDOS
                   PERFORM 5000-CLASSIFICAR-CLIENTE
                   EVALUATE TRUE
                       WHEN W-TRD-SIT-CONFERE
                           ADD 1       TO W-TRD-CONFERE
                       WHEN W-TRD-SIT-FORA
                           ADD 1       TO W-TRD-FORA
                       WHEN W-TRD-SIT-SEM-COORD
                           ADD 1       TO W-TRD-SEM-COORD
                       WHEN OTHER
                           ADD 1       TO W-TRD-DIVERGENTE
                           PERFORM 4100-GRAVAR-DETALHE
                   END-EVALUATE
                   PERFORM 7153-LER-PROX-ARQ-CLIE
               END-PERFORM
               PERFORM 7190-FECHAR-ARQ-CLIE
           END-IF

           MOVE W-TRD-LIDOS            TO W-ROD-LIDOS
           MOVE W-TRD-CONFERE          TO W-ROD-CONFERE
           MOVE W-TRD-DIVERGENTE       TO W-ROD-DIVERGENTE
           MOVE W-TRD-FORA             TO W-ROD-FORA
           MOVE W-TRD-SEM-COORD        TO W-ROD-SEM-COORD
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-01   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-02   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-03   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-04   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-05   AFTER 1
           IF  W-DTR-EXCEDEU           NOT EQUAL "N"
               WRITE REG-ARQ-RELATO FROM W-ROD-06 AFTER 1
           END-IF
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  W-TRD-APLICAR           EQUAL "N" OR
               W-TRD-DIVERGENTE        EQUAL ZEROS
               MOVE "Relatorio gerado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4000-99-FIM
           END-IF

           MOVE SPACES                 TO W-MSGERRO
           STRING "Relatorio gerado: " W-TRD-DIVERGENTE
                  " divergentes - corrigir pelo poligono?"
                  DELIMITED BY SIZE INTO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 3000-APLICAR
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-DETALHE             SECTION.
      *----------------------------------------------------------------*

           MOVE CLIE-CODIGO            TO W-DC-CODIGO
           MOVE CLIE-RAZAO-SOCIAL      TO W-DC-RAZAO
           MOVE CLIE-CEP               TO W-DC-CEP
           MOVE CLIE-TERRITORIO        TO W-DC-TERR-DIGITADO
           MOVE W-DTR-TERRITORIO       TO W-DC-TERR-DERIVADO
           WRITE REG-ARQ-RELATO FROM W-DET-CLIENTE AFTER 1.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-CLASSIFICAR-CLIENTE        SECTION.
      *----------------------------------------------------------------*
      * Compara o territorio digitado do cliente corrente com o
      * derivado das coordenadas. Cliente fora de todos os poligonos
      * nao e divergente: so entra na contagem, para o planejamento
      * conferir a cobertura do GIS.
           MOVE CLIE-LATITUDE          TO W-DTR-LATITUDE
           MOVE CLIE-LONGITUDE         TO W-DTR-LONGITUDE

           IF  CLIE-LATITUDE  EQUAL ZEROS AND
               CLIE-LONGITUDE EQUAL ZEROS
               SET W-TRD-SIT-SEM-COORD TO TRUE
               GO TO 5000-99-FIM
           END-IF

           PERFORM 7771-DERIVAR-TERRITORIO
           EVALUATE TRUE
               WHEN W-DTR-ACHOU        EQUAL "N"
                   SET W-TRD-SIT-FORA  TO TRUE
               WHEN W-DTR-TERRITORIO   EQUAL CLIE-TERRITORIO
                   SET W-TRD-SIT-CONFERE
                                       TO TRUE
               WHEN OTHER
                   SET W-TRD-SIT-DIVERGE
                                       TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7751-LER-PROX-IMP-POLIG         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-POLIG NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura importacao. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7751-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7710-ABRIR-ARQ-LOG              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-LOG
           IF  NOT FS-OK
               STRING "Erro abrir arquivo log. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7760-GRAVAR-ARQ-LOG             SECTION.
      *----------------------------------------------------------------*
      *
           IF  W-GRAVADO               EQUAL "N"
               WRITE REG-ARQ-LOG       FROM W-REG-ARQ-LOG-CAB
               MOVE "S"                TO W-GRAVADO
           END-IF

           WRITE REG-ARQ-LOG           FROM W-REG-ARQ-LOG-DET.

      *----------------------------------------------------------------*
       7760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7790-FECHAR-ARQ-LOG             SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-LOG.

      *----------------------------------------------------------------*
       7790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas cadastro de territorios
       COPY ".\copybooks\GCC058R.cpy".
      * Rotinas poligonos de territorio
       COPY ".\copybooks\GCC158R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
