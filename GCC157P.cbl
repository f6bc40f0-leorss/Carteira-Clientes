      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC157P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC157P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Importacao da matriz de distancias            *
      *                  rodoviarias enviada pelo roteirizador - por   *
      *                  par vendedor x cliente ou por par de CEPs,    *
      *                  com distancia e tempo de percurso - no molde  *
      *                  do GCC106P (log de rejeitados, tela de        *
      *                  contadores e execucao batch). A matriz e      *
      *                  consultada pela distribuicao (GCC030P), pela  *
      *                  reatribuicao (GCC051P), pelo roteiro          *
      *                  (GCC054P), pela simulacao (GCC093P) e pelo    *
      *                  reembolso de quilometragem (GCC109P), com a   *
      *                  formula de grande circulo quando o par nao    *
      *                  esta na matriz. Emite tambem o relatorio dos  *
      *                  pares com maior diferenca entre a estrada e a *
      *                  linha reta.                                   *
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
      * Tabela de referencia CEP x coordenadas
       COPY ".\copybooks\GCC027FC.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      * Arquivo importacao da matriz rodoviaria
       SELECT ARQ-IMP-DIST-ROD     ASSIGN TO  WID-ARQ-IMP-DIST-ROD
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
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Tabela de referencia CEP x coordenadas
       COPY ".\copybooks\GCC027FD.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      * Arquivo importacao da matriz rodoviaria: posicional - tipo do
      * par (V = vendedor x cliente, C = CEP x CEP), origem (codigo
      * do vendedor ou CEP), destino (codigo do cliente ou CEP),
      * distancia em km com 3 decimais e tempo em minutos.
       FD  ARQ-IMP-DIST-ROD.
       01  REG-ARQ-IMP-DIST-ROD.
           02 IMPR-TIPO                PIC  X(001).
           02 IMPR-ORIGEM              PIC  9(008).
           02 IMPR-DESTINO             PIC  9(008).
           02 IMPR-DISTANCIA-KM        PIC  9(005)V9(003).
           02 IMPR-TEMPO               PIC  9(005).

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
      * Campos busca tabela referencia CEP
       COPY ".\copybooks\GCC027W.cpy".
      * Campos consulta da matriz rodoviaria
       COPY ".\copybooks\GCC157W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Tipo; Origem; Destino; Motivo;".

       01  W-REG-ARQ-LOG-DET.
           05 W-LOG-TIPO               PIC  X(01) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-ORIGEM             PIC  X(08) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-DESTINO            PIC  X(08) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-MOTIVO             PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-CAMPOS-DIST-ROD.
           05  W-DRI-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-DRI-METROS            PIC 9(07) VALUE ZEROS.
      * Contadores e comparacao do relatorio de diferencas.
           05  W-DRR-LIDOS             PIC 9(07) VALUE ZEROS.
           05  W-DRR-COMPARADOS        PIC 9(07) VALUE ZEROS.
           05  W-DRR-SEM-COORD         PIC 9(07) VALUE ZEROS.
           05  W-DRR-COORD-OK          PIC X(01) VALUE "N".
           05  W-DRR-RETA              PIC 9(07) VALUE ZEROS.
           05  W-DRR-DIFERENCA         PIC S9(07) VALUE ZEROS.
           05  W-DRR-ABS               PIC 9(07) VALUE ZEROS.
           05  W-DRR-CLIE-ABERTO       PIC X(01) VALUE "N".
           05  W-DRR-VEND-ABERTO       PIC X(01) VALUE "N".

      * Pares da linha reta: origem e destino de cada comparacao.
       01  W-CALCULO-DISTANCIA.
           05  W-POS-LATITUDE          PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-POS-LONGITUDE         PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-ALVO-LATITUDE         PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-ALVO-LONGITUDE        PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-DIST-CALCULADA        PIC  9(10)V9(08)  VALUE ZEROS.
           05  W-LAT-CLI               PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-LAT-VEN               PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-LON-CLI               PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-LON-VEN               PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-DLA                   PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-DLO                   PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-A                     PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-C                     PIC S9(03)V9(08)  VALUE ZEROS.

      * Os 50 pares de maior diferenca absoluta, em ordem decrescente.
       01  W-TAB-TOP-DIF.
           05  W-QTDE-TOP              PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-TOP               PIC 9(04) COMP VALUE ZEROS.
           05  W-TOP-ITEM              OCCURS 50 TIMES.
               10  W-TOP-TIPO          PIC X(001).
               10  W-TOP-ORIGEM        PIC 9(008).
               10  W-TOP-DESTINO       PIC 9(008).
               10  W-TOP-RETA          PIC 9(007).
               10  W-TOP-RODOVIA       PIC 9(007).
               10  W-TOP-DIFERENCA     PIC S9(007).
               10  W-TOP-ABS           PIC 9(007).
               10  W-TOP-TEMPO         PIC 9(005).
           05  W-TOP-ITEM-TROCA        PIC X(050).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(60) VALUE
              "Maiores diferencas entre distancia por estrada e linha re
      -       "ta".

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(06) VALUE "Tipo".
           05 FILLER               PIC X(10) VALUE "Origem".
           05 FILLER               PIC X(10) VALUE "Destino".
           05 FILLER               PIC X(12) VALUE "  Reta (km)".
           05 FILLER               PIC X(14) VALUE " Estrada (km)".
           05 FILLER               PIC X(14) VALUE " Diferenca km".
           05 FILLER               PIC X(08) VALUE "  Fator".
           05 FILLER               PIC X(12) VALUE "  Tempo(min)".

       01  W-DET-PAR.
           05 W-DP-TIPO            PIC X(06).
           05 W-DP-ORIGEM          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-DP-DESTINO         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-DP-RETA            PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 W-DP-RODOVIA         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-DP-DIFERENCA       PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-DP-FATOR           PIC ZZ9,99.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 W-DP-TEMPO           PIC ZZ.ZZ9.

       01  W-DP-FATOR-CALC         PIC 9(03)V9(02) VALUE ZEROS.

       01  W-ROD-01.
           05 FILLER               PIC X(30) VALUE
              "   Pares na matriz.........: ".
           05 W-ROD-LIDOS          PIC Z.ZZZ.ZZ9.
       01  W-ROD-02.
           05 FILLER               PIC X(30) VALUE
              "   Pares comparados........: ".
           05 W-ROD-COMPARADOS     PIC Z.ZZZ.ZZ9.
       01  W-ROD-03.
           05 FILLER               PIC X(30) VALUE
              "   Sem coordenadas.........: ".
           05 W-ROD-SEM-COORD      PIC Z.ZZZ.ZZ9.

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
       01  S-TELA-IMP-DIST-ROD.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Arquivo importacao..: "
                                       LINE 08 COL 10.
               10  S-ARQ-IMP-DIST-ROD
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-DIST-ROD.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Lidos.......:"  LINE 10 COL 10.
               10  S-LIDOS             LINE 10 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-LIDOS.
               10  VALUE  "Atualizados.:"  LINE 12 COL 10.
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

           MOVE "Distancia Rodoviaria" TO  W-MODULO
           MOVE "<Esc> Voltar <Enter> Importar <F5> Rel. Diferencas"
                                       TO W-STATUS

           IF  LK-PARAM                EQUAL "B"
               PERFORM 0100-PROCESSAR
               GOBACK
           END-IF

           DISPLAY S-CLS
           DISPLAY S-TELA-IMP-DIST-ROD
           ACCEPT S-ARQ-IMP-DIST-ROD
           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-ESC
                   CONTINUE
               WHEN COB-SCR-F5
                   PERFORM 4500-RELATORIO-DIFERENCAS
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
           ACCEPT W-DRI-DATA-HOJE      FROM DATE YYYYMMDD

           MOVE  WID-ARQ-LOG-DIST-ROD  TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO
           OPEN INPUT ARQ-IMP-DIST-ROD
           IF  NOT FS-OK
               STRING "Erro abrir importacao. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 0100-99-FIM
           END-IF

           PERFORM 7730-ABRIR-ARQ-DIST-ROD
           IF  NOT FS-OK
               CLOSE ARQ-IMP-DIST-ROD
               GO TO 0100-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           DISPLAY S-TELA-CONTADOR

           PERFORM 7651-LER-PROX-IMP-DIST-ROD
           PERFORM UNTIL FS-FIM
                  ADD 1                TO W-LIDOS
                  PERFORM 1100-ATUALIZAR-PAR
                  PERFORM 7651-LER-PROX-IMP-DIST-ROD

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM

           CLOSE ARQ-IMP-DIST-ROD
           PERFORM 7739-FECHAR-ARQ-DIST-ROD
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-DISTROD"          TO W-RESUMO-DIA-TIPO
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
       1100-ATUALIZAR-PAR              SECTION.
      *----------------------------------------------------------------*
      * Critica a linha e grava o par na matriz; par ja carregado e
      * substituido pela distancia e tempo da carga mais recente. No
      * par vendedor x cliente os dois precisam estar cadastrados.
           IF  IMPR-ORIGEM       NOT NUMERIC OR
               IMPR-DESTINO      NOT NUMERIC OR
               IMPR-DISTANCIA-KM NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           IF  IMPR-TEMPO              NOT NUMERIC
               MOVE ZEROS              TO IMPR-TEMPO
           END-IF

           INSPECT IMPR-TIPO CONVERTING "vc" TO "VC"
           MOVE IMPR-TIPO              TO DROD-TIPO
           IF  NOT DROD-TIPO-VALIDO
               ADD 1                   TO W-ERROS
               MOVE "Tipo invalido (V/C)"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           IF  IMPR-ORIGEM             EQUAL ZEROS OR
               IMPR-DESTINO            EQUAL ZEROS
               ADD 1                   TO W-ERROS
               MOVE "Origem ou destino zerado"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           COMPUTE W-DRI-METROS ROUNDED = IMPR-DISTANCIA-KM * 1000
           IF  W-DRI-METROS            EQUAL ZEROS
               ADD 1                   TO W-ERROS
               MOVE "Distancia zerada"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           IF  DROD-TIPO-VEND-CLIE
               IF  IMPR-ORIGEM         GREATER 9999999 OR
                   IMPR-DESTINO        GREATER 9999999
                   ADD 1               TO W-ERROS
                   MOVE "Codigo de vendedor/cliente invalido"
                                       TO W-LOG-MOTIVO
                   PERFORM 1190-MONTAR-LOG
                   GO TO 1100-99-FIM
               END-IF
               MOVE IMPR-ORIGEM        TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   ADD 1               TO W-ERROS
                   MOVE "Vendedor nao cadastrado"
                                       TO W-LOG-MOTIVO
                   PERFORM 1190-MONTAR-LOG
                   GO TO 1100-99-FIM
               END-IF
               MOVE IMPR-DESTINO       TO CLIE-CODIGO
               PERFORM 7151-LER-ARQ-CLIE-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   ADD 1               TO W-ERROS
                   MOVE "Cliente nao cadastrado"
                                       TO W-LOG-MOTIVO
                   PERFORM 1190-MONTAR-LOG
                   GO TO 1100-99-FIM
               END-IF
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           MOVE IMPR-TIPO              TO DROD-TIPO
           MOVE IMPR-ORIGEM            TO DROD-ORIGEM
           MOVE IMPR-DESTINO           TO DROD-DESTINO
           PERFORM 7732-LER-ARQ-DIST-ROD-CHAVE

           MOVE W-DRI-METROS           TO DROD-DISTANCIA
           MOVE IMPR-TEMPO             TO DROD-TEMPO
           MOVE W-DRI-DATA-HOJE        TO DROD-DATA-CARGA
           MOVE W-OPERADOR             TO DROD-OPERADOR

           IF  W-REG-ENCONTRADO        EQUAL "S"
               REWRITE REG-ARQ-DIST-ROD
           ELSE
               WRITE REG-ARQ-DIST-ROD
           END-IF

           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
           ELSE
               ADD 1                   TO W-ERROS
               STRING "Erro gravacao. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1190-MONTAR-LOG                 SECTION.
      *----------------------------------------------------------------*

           MOVE IMPR-TIPO              TO W-LOG-TIPO
           MOVE IMPR-ORIGEM            TO W-LOG-ORIGEM
           MOVE IMPR-DESTINO           TO W-LOG-DESTINO
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       1190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-RELATORIO-DIFERENCAS       SECTION.
      *----------------------------------------------------------------*
      * Compara cada par da matriz com a linha reta entre as mesmas
      * pontas (coordenadas do vendedor e do cliente, ou da tabela de
      * referencia de CEP) e relaciona os 50 pares de maior diferenca
      * absoluta - rio, serra ou falta de ponte que a formula ignora,
      * ou par com coordenada errada quando a estrada sai mais curta.
           MOVE ZEROS                  TO W-QTDE-TOP
                                          W-DRR-LIDOS
                                          W-DRR-COMPARADOS
                                          W-DRR-SEM-COORD
           MOVE WID-ARQ-REL-DIST-ROD   TO W-ARQ-RELATO

           OPEN INPUT ARQ-DIST-ROD
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               MOVE "Matriz rodoviaria nao carregada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4500-99-FIM
           END-IF

           MOVE "N"                    TO W-DRR-CLIE-ABERTO
                                          W-DRR-VEND-ABERTO
           OPEN INPUT ARQ-CLIENTE
           IF  FS-OK
               MOVE "S"                TO W-DRR-CLIE-ABERTO
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           IF  FS-OK
               MOVE "S"                TO W-DRR-VEND-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 7733-LER-PROX-ARQ-DIST-ROD
           PERFORM UNTIL NOT FS-OK
               ADD 1                   TO W-DRR-LIDOS
               PERFORM 4510-COMPARAR-PAR
               PERFORM 7733-LER-PROX-ARQ-DIST-ROD
           END-PERFORM

           PERFORM 7739-FECHAR-ARQ-DIST-ROD
           IF  W-DRR-CLIE-ABERTO       EQUAL "S"
               CLOSE ARQ-CLIENTE
           END-IF
           IF  W-DRR-VEND-ABERTO       EQUAL "S"
               CLOSE ARQ-VENDEDOR
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 4600-GRAVAR-RELATORIO.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4510-COMPARAR-PAR               SECTION.
      *----------------------------------------------------------------*
      * Busca as coordenadas das duas pontas; par sem coordenada em
      * alguma ponta so entra na contagem de sem coordenadas.
           MOVE "N"                    TO W-DRR-COORD-OK

           IF  DROD-TIPO-VEND-CLIE
               IF  W-DRR-VEND-ABERTO   EQUAL "S" AND
                   W-DRR-CLIE-ABERTO   EQUAL "S"
                   MOVE DROD-ORIGEM    TO VEND-CODIGO
                   READ ARQ-VENDEDOR KEY IS VEND-CODIGO
                        NOT INVALID KEY
                            MOVE VEND-LATITUDE
                                       TO W-POS-LATITUDE
                            MOVE VEND-LONGITUDE
                                       TO W-POS-LONGITUDE
                            MOVE DROD-DESTINO
                                       TO CLIE-CODIGO
                            READ ARQ-CLIENTE KEY IS CLIE-CODIGO
                                 NOT INVALID KEY
                                     MOVE CLIE-LATITUDE
                                       TO W-ALVO-LATITUDE
                                     MOVE CLIE-LONGITUDE
                                       TO W-ALVO-LONGITUDE
                                     MOVE "S"
                                       TO W-DRR-COORD-OK
                            END-READ
                   END-READ
               END-IF
           ELSE
               MOVE DROD-ORIGEM        TO W-CEP-PROCURADO
               PERFORM 7810-LOCALIZAR-CEP
               IF  W-CEP-ENCONTRADO    EQUAL "S"
                   MOVE CEP-LATITUDE   TO W-POS-LATITUDE
                   MOVE CEP-LONGITUDE  TO W-POS-LONGITUDE
                   MOVE DROD-DESTINO   TO W-CEP-PROCURADO
                   PERFORM 7810-LOCALIZAR-CEP
                   IF  W-CEP-ENCONTRADO EQUAL "S"
                       MOVE CEP-LATITUDE
                                       TO W-ALVO-LATITUDE
                       MOVE CEP-LONGITUDE
                                       TO W-ALVO-LONGITUDE
                       MOVE "S"        TO W-DRR-COORD-OK
                   END-IF
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-DRR-COORD-OK          EQUAL "S"
               IF  (W-POS-LATITUDE  EQUAL ZEROS AND
                    W-POS-LONGITUDE EQUAL ZEROS) OR
                   (W-ALVO-LATITUDE  EQUAL ZEROS AND
                    W-ALVO-LONGITUDE EQUAL ZEROS)
                   MOVE "N"            TO W-DRR-COORD-OK
               END-IF
           END-IF

           IF  W-DRR-COORD-OK          EQUAL "N"
               ADD 1                   TO W-DRR-SEM-COORD
               GO TO 4510-99-FIM
           END-IF

           ADD 1                       TO W-DRR-COMPARADOS
           PERFORM 5100-CALCULAR-DISTANCIA
           COMPUTE W-DRR-RETA ROUNDED = W-DIST-CALCULADA
           COMPUTE W-DRR-DIFERENCA = DROD-DISTANCIA - W-DRR-RETA
           IF  W-DRR-DIFERENCA         LESS ZEROS
               COMPUTE W-DRR-ABS = W-DRR-DIFERENCA * -1
           ELSE
               MOVE W-DRR-DIFERENCA    TO W-DRR-ABS
           END-IF

           PERFORM 4520-GUARDAR-MAIORES.

      *----------------------------------------------------------------*
       4510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4520-GUARDAR-MAIORES            SECTION.
      *----------------------------------------------------------------*
      * Mantem a tabela dos 50 maiores em ordem decrescente: o par
      * novo entra no fim (ou no lugar do menor, se a tabela esta
      * cheia) e sobe enquanto for maior que o anterior.
           IF  W-QTDE-TOP              LESS 50
               ADD 1                   TO W-QTDE-TOP
               MOVE W-QTDE-TOP         TO W-SUB-TOP
           ELSE
               IF  W-DRR-ABS           NOT GREATER W-TOP-ABS(50)
                   GO TO 4520-99-FIM
               END-IF
               MOVE 50                 TO W-SUB-TOP
           END-IF

           MOVE DROD-TIPO              TO W-TOP-TIPO(W-SUB-TOP)
           MOVE DROD-ORIGEM            TO W-TOP-ORIGEM(W-SUB-TOP)
           MOVE DROD-DESTINO           TO W-TOP-DESTINO(W-SUB-TOP)
           MOVE W-DRR-RETA             TO W-TOP-RETA(W-SUB-TOP)
           MOVE DROD-DISTANCIA         TO W-TOP-RODOVIA(W-SUB-TOP)
           MOVE W-DRR-DIFERENCA        TO W-TOP-DIFERENCA(W-SUB-TOP)
           MOVE W-DRR-ABS              TO W-TOP-ABS(W-SUB-TOP)
           MOVE DROD-TEMPO             TO W-TOP-TEMPO(W-SUB-TOP)

           PERFORM UNTIL W-SUB-TOP EQUAL 1
                      OR W-TOP-ABS(W-SUB-TOP) NOT GREATER
                         W-TOP-ABS(W-SUB-TOP - 1)
               MOVE W-TOP-ITEM(W-SUB-TOP)
                                       TO W-TOP-ITEM-TROCA
               MOVE W-TOP-ITEM(W-SUB-TOP - 1)
                                       TO W-TOP-ITEM(W-SUB-TOP)
               MOVE W-TOP-ITEM-TROCA   TO W-TOP-ITEM(W-SUB-TOP - 1)
               SUBTRACT 1              FROM W-SUB-TOP
           END-PERFORM.

      *----------------------------------------------------------------*
       4520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4600-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 4600-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1    AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA    AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1    AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 1

           PERFORM VARYING W-SUB-TOP FROM 1 BY 1
                   UNTIL W-SUB-TOP GREATER W-QTDE-TOP
               IF  W-TOP-TIPO(W-SUB-TOP) EQUAL "V"
                   MOVE "V x C"        TO W-DP-TIPO
               ELSE
                   MOVE "CEP"          TO W-DP-TIPO
               END-IF
               MOVE W-TOP-ORIGEM(W-SUB-TOP)  TO W-DP-ORIGEM
               MOVE W-TOP-DESTINO(W-SUB-TOP) TO W-DP-DESTINO
               COMPUTE W-DP-RETA     = W-TOP-RETA(W-SUB-TOP) / 1000
               COMPUTE W-DP-RODOVIA  = W-TOP-RODOVIA(W-SUB-TOP) / 1000
               COMPUTE W-DP-DIFERENCA =
                       W-TOP-DIFERENCA(W-SUB-TOP) / 1000
               MOVE ZEROS              TO W-DP-FATOR-CALC
               IF  W-TOP-RETA(W-SUB-TOP) GREATER ZEROS
                   COMPUTE W-DP-FATOR-CALC ROUNDED =
                           W-TOP-RODOVIA(W-SUB-TOP) /
                           W-TOP-RETA(W-SUB-TOP)
                       ON SIZE ERROR
                           MOVE 999,99 TO W-DP-FATOR-CALC
                   END-COMPUTE
               END-IF
               MOVE W-DP-FATOR-CALC    TO W-DP-FATOR
               MOVE W-TOP-TEMPO(W-SUB-TOP)   TO W-DP-TEMPO
               WRITE REG-ARQ-RELATO FROM W-DET-PAR AFTER 1
           END-PERFORM

           MOVE W-DRR-LIDOS            TO W-ROD-LIDOS
           MOVE W-DRR-COMPARADOS       TO W-ROD-COMPARADOS
           MOVE W-DRR-SEM-COORD        TO W-ROD-SEM-COORD
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-01   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-02   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-03   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE "Relatorio gerado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-CALCULAR-DISTANCIA         SECTION.
      *----------------------------------------------------------------*
      * Linha reta entre as duas pontas do par, mesma formula de
      * 5100-CALCULAR-DISTANCIA do GCC030P, resultado em metros.
           COMPUTE W-LAT-CLI  = W-POS-LATITUDE  * FUNCTION PI / 180
           COMPUTE W-LAT-VEN  = W-ALVO-LATITUDE * FUNCTION PI / 180
           COMPUTE W-LON-CLI  = W-POS-LONGITUDE * FUNCTION PI / 180
           COMPUTE W-LON-VEN  = W-ALVO-LONGITUDE
                              * FUNCTION PI / 180

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
       7651-LER-PROX-IMP-DIST-ROD      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-DIST-ROD NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura importacao. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7651-99-FIM.                    EXIT.
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
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas busca tabela referencia CEP
       COPY ".\copybooks\GCC027R.cpy".
      * Rotinas matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
