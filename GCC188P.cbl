      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC188P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC188P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Conciliacao mensal do odometro declarado      *
      *                  (ARQ-ODOMETRO, GCC187P) com a quilometragem   *
      *                  calculada do reembolso (mesma regra do        *
      *                  GCC109P: ida e volta pela distancia de        *
      *                  ARQ-DIST ou da matriz rodoviaria em cada      *
      *                  visita realizada). Por vendedor e dia aponta  *
      *                  km declarado acima do calculado alem da       *
      *                  tolerancia, km declarado em dia sem visita e  *
      *                  dia com visita sem odometro registrado, com   *
      *                  quebra por supervisor da competencia, para    *
      *                  revisao antes do pagamento do reembolso.      *
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
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FC.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".
      * Diario de odometro do veiculo
       COPY ".\copybooks\GCC187FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "CONCILIA-KM-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FD.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".
      * Diario de odometro do veiculo
       COPY ".\copybooks\GCC187FD.cpy".

      * Movimento do dia: V = visita realizada (km calculado da
      * visita), O = odometro declarado do dia.
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-SUPERVISOR         PIC  9(007).
           05  SORT-VEND-CODIGO        PIC  9(007).
           05  SORT-DATA               PIC  9(008).
           05  SORT-TIPO               PIC  X(001).
           05  SORT-KM                 PIC  9(007)V9(002).
           05  SORT-PLACA              PIC  X(007).

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
      * Campos consulta da matriz rodoviaria
       COPY ".\copybooks\GCC157W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".
      * Campos critica do diario de odometro
       COPY ".\copybooks\GCC187W.cpy".

       01  W-FILTROS-CONCILIA.
           05  W-CKM-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  W-CKM-TOLERANCIA        PIC 9(03) VALUE 20.
           05  W-CKM-MINIMO-KM         PIC 9(04) VALUE 10.
           05  W-CKM-SO-OCORRENCIAS    PIC X(01) VALUE "S".

       01  W-CAMPOS-CONCILIA.
           05  W-CKM-KM-VISITA         PIC 9(07)V9(02) VALUE ZEROS.
           05  W-CKM-KM-LIMITE         PIC 9(09)V9(02) VALUE ZEROS.
           05  W-CKM-DIFERENCA         PIC S9(09)V9(02) VALUE ZEROS.
           05  W-CKM-OCORRENCIA        PIC X(14) VALUE SPACES.
           05  W-FIM-SORT              PIC X(01) VALUE "N".
           05  W-CKM-SUP-CORR          PIC 9(07) VALUE ZEROS.
           05  W-CKM-VEND-CORR         PIC 9(07) VALUE ZEROS.
           05  W-CKM-DATA-CORR         PIC 9(08) VALUE ZEROS.
           05  W-CKM-SUP-PRIMEIRO      PIC X(01) VALUE "S".
      * Acumuladores do dia corrente
           05  W-CKM-DIA-VISITAS       PIC 9(05) VALUE ZEROS.
           05  W-CKM-DIA-KM-CALC       PIC 9(09)V9(02) VALUE ZEROS.
           05  W-CKM-DIA-TEM-ODO       PIC X(01) VALUE "N".
           05  W-CKM-DIA-KM-DECL       PIC 9(09)V9(02) VALUE ZEROS.
           05  W-CKM-DIA-PLACA         PIC X(07) VALUE SPACES.
      * Acumuladores do vendedor corrente
           05  W-CKM-VEN-DIAS-VISITA   PIC 9(05) VALUE ZEROS.
           05  W-CKM-VEN-DIAS-ODO      PIC 9(05) VALUE ZEROS.
           05  W-CKM-VEN-KM-CALC       PIC 9(09)V9(02) VALUE ZEROS.
           05  W-CKM-VEN-KM-DECL       PIC 9(09)V9(02) VALUE ZEROS.
           05  W-CKM-VEN-OCORRENCIAS   PIC 9(05) VALUE ZEROS.
      * Acumuladores do supervisor corrente e geral
           05  W-CKM-SUP-KM-CALC       PIC 9(09)V9(02) VALUE ZEROS.
           05  W-CKM-SUP-KM-DECL       PIC 9(09)V9(02) VALUE ZEROS.
           05  W-CKM-SUP-OCORRENCIAS   PIC 9(07) VALUE ZEROS.
           05  W-CKM-TOT-KM-CALC       PIC 9(09)V9(02) VALUE ZEROS.
           05  W-CKM-TOT-KM-DECL       PIC 9(09)V9(02) VALUE ZEROS.
           05  W-CKM-TOT-OCORRENCIAS   PIC 9(07) VALUE ZEROS.
           05  W-CKM-TOT-VENDEDORES    PIC 9(05) VALUE ZEROS.

      * Supervisor da competencia por vendedor, carregado na primeira
      * ocorrencia do vendedor para nao reler o cadastro a cada
      * visita.
       01  W-TAB-VEND-SUPERV.
           05  W-QTDE-TAB-CVS          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-CVS               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-CVS-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-CVS-ITEM              OCCURS 999 TIMES.
               10  W-CVS-VEND          PIC 9(007).
               10  W-CVS-SUPERVISOR    PIC 9(007).
               10  W-CVS-RAZAO         PIC X(040).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(44) VALUE
              "Conciliacao Odometro x Km Reembolso - Compet".
           05 FILLER               PIC X(07) VALUE "encia  ".
           05 W-CAB-COMPETENCIA    PIC 9(06).
           05 FILLER               PIC X(16) VALUE
              "   Tolerancia: ".
           05 W-CAB-TOLERANCIA     PIC ZZ9.
           05 FILLER               PIC X(13) VALUE "%   Minimo: ".
           05 W-CAB-MINIMO         PIC ZZZ9.
           05 FILLER               PIC X(03) VALUE " km".

       01  W-CAB-SUPERV.
           05 FILLER               PIC X(12) VALUE "Supervisor: ".
           05 W-CS-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CS-NOME            PIC X(40).

       01  W-CAB-VENDEDOR.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 W-CV-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CV-RAZAO           PIC X(40).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "Data".
           05 FILLER               PIC X(09) VALUE "Placa".
           05 FILLER               PIC X(08) VALUE "Visitas".
           05 FILLER               PIC X(15) VALUE "  Km calculado".
           05 FILLER               PIC X(15) VALUE "  Km declarado".
           05 FILLER               PIC X(15) VALUE "     Diferenca".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Ocorrencia".

       01  W-LIN-DIA.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 W-LD-DATA            PIC 9999/99/99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LD-PLACA           PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LD-VISITAS         PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LD-KM-CALC         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 W-LD-KM-DECL         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 W-LD-DIFERENCA       PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LD-OCORRENCIA      PIC X(14).

       01  W-ROD-VENDEDOR.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE "Dias com visita: ".
           05 W-RV-DIAS-VISITA     PIC ZZZZ9.
           05 FILLER               PIC X(16) VALUE "  com odometro: ".
           05 W-RV-DIAS-ODO        PIC ZZZZ9.
           05 FILLER               PIC X(14) VALUE "  Km calc.: ".
           05 W-RV-KM-CALC         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(13) VALUE "  Km decl.: ".
           05 W-RV-KM-DECL         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(15) VALUE "  Ocorrencias: ".
           05 W-RV-OCORRENCIAS     PIC ZZZZ9.

       01  W-ROD-SUPERV.
           05 FILLER               PIC X(24)
              VALUE "   Total do supervisor: ".
           05 W-RS-KM-CALC         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(15) VALUE " km calculados,".
           05 W-RS-KM-DECL         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(15) VALUE " km declarados,".
           05 W-RS-OCORRENCIAS     PIC ZZZZZZ9.
           05 FILLER               PIC X(12) VALUE " ocorrencias".

       01  W-ROD-GERAL.
           05 FILLER               PIC X(24)
              VALUE "   Total geral........: ".
           05 W-RG-KM-CALC         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(15) VALUE " km calculados,".
           05 W-RG-KM-DECL         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(15) VALUE " km declarados,".
           05 W-RG-OCORRENCIAS     PIC ZZZZZZ9.
           05 FILLER               PIC X(12) VALUE " ocorrencias".

       01  W-ROD-VENDEDORES.
           05 FILLER               PIC X(24)
              VALUE "   Vendedores.........: ".
           05 W-RG-VENDEDORES      PIC ZZZZ9.

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
       01  S-TELA-CONCILIA.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Competencia AAAAMM..: "
                                       LINE 08 COL 10.
               10  S-CKM-COMPETENCIA   BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC 9(06)
                                       TO W-CKM-COMPETENCIA.
               10  VALUE  "Tolerancia (%)......: "
                                       LINE 10 COL 10.
               10  S-CKM-TOLERANCIA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 33 PIC ZZ9
                                       USING W-CKM-TOLERANCIA.
               10  VALUE  "Diferenca minima km.: "
                                       LINE 11 COL 10.
               10  S-CKM-MINIMO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 33 PIC ZZZ9
                                       USING W-CKM-MINIMO-KM.
               10  VALUE  "Somente ocorrencias.: "
                                       LINE 12 COL 10.
               10  S-CKM-SO-OCORRENCIAS
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 33 PIC X(01)
                                       USING W-CKM-SO-OCORRENCIAS.
               10  VALUE  "(S/N)"      LINE 12 COL 36.
               10  VALUE  "Arquivo relatorio...: "
                                       LINE 14 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 33 PIC X(40)
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

           MOVE "Conciliacao de Km"    TO W-MODULO
           MOVE WID-ARQ-REL-ODOM       TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           DISPLAY S-CLS
           DISPLAY S-TELA-CONCILIA
           ACCEPT S-CKM-COMPETENCIA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
           ELSE
               ACCEPT S-CKM-TOLERANCIA
               ACCEPT S-CKM-MINIMO
               ACCEPT S-CKM-SO-OCORRENCIAS
               ACCEPT S-NOME-ARQ
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               INSPECT W-CKM-SO-OCORRENCIAS CONVERTING "sn" TO "SN"
               IF  W-CKM-SO-OCORRENCIAS NOT EQUAL "N"
                   MOVE "S"            TO W-CKM-SO-OCORRENCIAS
               END-IF
               IF  W-CKM-COMPETENCIA   EQUAL ZEROS
                   MOVE "Competencia obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
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
      * Visitas realizadas e odometros da competencia vao para o sort
      * por supervisor, vendedor e dia; a conciliacao e feita na
      * quebra do dia.
           INITIALIZE W-CAMPOS-CONCILIA
           MOVE ZEROS                  TO W-QTDE-TAB-CVS

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 2000-99-FIM
           END-IF

           MOVE W-CKM-COMPETENCIA      TO W-CAB-COMPETENCIA
           MOVE W-CKM-TOLERANCIA       TO W-CAB-TOLERANCIA
           MOVE W-CKM-MINIMO-KM        TO W-CAB-MINIMO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           SORT ARQ-SORT    ON ASCENDING  KEY SORT-SUPERVISOR
                                              SORT-VEND-CODIGO
                                              SORT-DATA
                                              SORT-TIPO
               INPUT PROCEDURE  IS 3000-INPUT-SORT
               OUTPUT PROCEDURE IS 4000-OUTPUT-SORT

           MOVE W-CKM-TOT-KM-CALC      TO W-RG-KM-CALC
           MOVE W-CKM-TOT-KM-DECL      TO W-RG-KM-DECL
           MOVE W-CKM-TOT-OCORRENCIAS  TO W-RG-OCORRENCIAS
           MOVE W-CKM-TOT-VENDEDORES   TO W-RG-VENDEDORES
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-VENDEDORES AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

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

           PERFORM 3100-LIBERAR-VISITAS
           PERFORM 3200-LIBERAR-ODOMETROS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-LIBERAR-VISITAS            SECTION.
      *----------------------------------------------------------------*
      * Uma linha por visita realizada da competencia com o km de ida
      * e volta calculado como no GCC109P: duas vezes a distancia da
      * atribuicao corrente em ARQ-DIST, ou da matriz rodoviaria
      * quando o par vendedor x cliente estiver carregado.
           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           IF  NOT FS-OK
               GO TO 3100-99-FIM
           END-IF
           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           PERFORM 7737-PREPARAR-DIST-ROD

           PERFORM 7353-LER-PROX-ARQ-VISITA
           PERFORM UNTIL NOT FS-OK
               IF  VISITA-REALIZADA AND
                   VISITA-DATA(1:6) EQUAL W-CKM-COMPETENCIA
                   PERFORM 3110-LIBERAR-VISITA
               END-IF
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM

           IF  W-DRD-DISPONIVEL        EQUAL "S"
               PERFORM 7739-FECHAR-ARQ-DIST-ROD
               MOVE "N"                TO W-DRD-DISPONIVEL
           END-IF
           PERFORM 7690-FECHAR-ARQ-DIST
           PERFORM 7390-FECHAR-ARQ-VISITA.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-LIBERAR-VISITA             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-CKM-KM-VISITA
           MOVE VISITA-CLIE-CODIGO     TO DIST-CLIE-CODIGO
           READ ARQ-DIST KEY IS DIST-CLIE-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ
           IF  W-REG-ENCONTRADO        EQUAL "S"
               COMPUTE W-CKM-KM-VISITA ROUNDED =
                       DIST-DISTANCIA * 2 / 1000
           END-IF

           MOVE VISITA-VEND-CODIGO     TO W-DRD-VEND
           MOVE VISITA-CLIE-CODIGO     TO W-DRD-CLIE
           MOVE ZEROS                  TO W-DRD-CEP-ORIGEM
                                          W-DRD-CEP-DESTINO
           PERFORM 7738-OBTER-DIST-ROD
           IF  W-DRD-ACHOU             EQUAL "S"
               COMPUTE W-CKM-KM-VISITA ROUNDED =
                       W-DRD-METROS * 2 / 1000
           END-IF

           MOVE VISITA-VEND-CODIGO     TO W-CKM-VEND-CORR
           PERFORM 3300-OBTER-SUPERVISOR

           MOVE W-CVS-SUPERVISOR(W-SUB-CVS-ACHADO)
                                       TO SORT-SUPERVISOR
           MOVE VISITA-VEND-CODIGO     TO SORT-VEND-CODIGO
           MOVE VISITA-DATA            TO SORT-DATA
           MOVE "V"                    TO SORT-TIPO
           MOVE W-CKM-KM-VISITA        TO SORT-KM
           MOVE SPACES                 TO SORT-PLACA
           RELEASE REG-SORT
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-LIBERAR-ODOMETROS          SECTION.
      *----------------------------------------------------------------*
      * Uma linha por dia de odometro registrado na competencia, com
      * o km rodado declarado (final menos inicial).
           OPEN INPUT ARQ-ODOMETRO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3200-99-FIM
           END-IF

           PERFORM 7993-LER-PROX-ARQ-ODOMETRO
           PERFORM UNTIL NOT FS-OK
               IF  ODO-DATA(1:6)       EQUAL W-CKM-COMPETENCIA
                   MOVE ODO-VEND-CODIGO
                                       TO W-CKM-VEND-CORR
                   PERFORM 3300-OBTER-SUPERVISOR
                   MOVE W-CVS-SUPERVISOR(W-SUB-CVS-ACHADO)
                                       TO SORT-SUPERVISOR
                   MOVE ODO-VEND-CODIGO
                                       TO SORT-VEND-CODIGO
                   MOVE ODO-DATA       TO SORT-DATA
                   MOVE "O"            TO SORT-TIPO
                   MOVE ZEROS          TO SORT-KM
                   IF  ODO-KM-FINAL    NOT LESS ODO-KM-INICIAL
                       COMPUTE SORT-KM = ODO-KM-FINAL - ODO-KM-INICIAL
                   END-IF
                   MOVE ODO-PLACA      TO SORT-PLACA
                   RELEASE REG-SORT
                   MOVE "00"           TO WS-RESULTADO-ACESSO
               END-IF
               PERFORM 7993-LER-PROX-ARQ-ODOMETRO
           END-PERFORM

           PERFORM 7999-FECHAR-ARQ-ODOMETRO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-OBTER-SUPERVISOR           SECTION.
      *----------------------------------------------------------------*
      * Supervisor da competencia do vendedor W-CKM-VEND-CORR pela
      * tabela; na primeira vez, o do historico de equipe no fim do
      * mes (sem historico, o do cadastro), como no GCC109P. Devolve
      * W-SUB-CVS-ACHADO; tabela cheia reaproveita a ultima posicao.
           MOVE ZEROS                  TO W-SUB-CVS-ACHADO
           PERFORM VARYING W-SUB-CVS FROM 1 BY 1
                   UNTIL W-SUB-CVS GREATER W-QTDE-TAB-CVS
                      OR W-SUB-CVS-ACHADO GREATER ZEROS
               IF  W-CVS-VEND(W-SUB-CVS) EQUAL W-CKM-VEND-CORR
                   MOVE W-SUB-CVS      TO W-SUB-CVS-ACHADO
               END-IF
           END-PERFORM
           IF  W-SUB-CVS-ACHADO        GREATER ZEROS
               GO TO 3300-99-FIM
           END-IF

           IF  W-QTDE-TAB-CVS          LESS 999
               ADD 1                   TO W-QTDE-TAB-CVS
           END-IF
           MOVE W-QTDE-TAB-CVS         TO W-SUB-CVS-ACHADO
           INITIALIZE W-CVS-ITEM(W-SUB-CVS-ACHADO)
           MOVE W-CKM-VEND-CORR        TO W-CVS-VEND(W-SUB-CVS-ACHADO)

           MOVE W-CKM-VEND-CORR        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL
                    TO W-CVS-RAZAO(W-SUB-CVS-ACHADO)
               MOVE VEND-CODIGO        TO W-HEQ-VEND
               COMPUTE W-HEQ-DATA-REF = W-CKM-COMPETENCIA * 100 + 31
               MOVE VEND-SUPERVISOR    TO W-HEQ-SUPERV
               MOVE VEND-TERRITORIO    TO W-HEQ-TERRIT
               PERFORM 7920-OBTER-EQUIPE-NA-DATA
               MOVE W-HEQ-SUPERV
                    TO W-CVS-SUPERVISOR(W-SUB-CVS-ACHADO)
           ELSE
               MOVE "(vendedor nao cadastrado)"
                    TO W-CVS-RAZAO(W-SUB-CVS-ACHADO)
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Quebras: supervisor > vendedor > dia.
           MOVE "N"                    TO W-FIM-SORT
           MOVE "S"                    TO W-CKM-SUP-PRIMEIRO
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN
           IF  W-FIM-SORT              EQUAL "S"
               GO TO 4000-99-FIM
           END-IF

           PERFORM 4100-INICIAR-SUPERVISOR
           PERFORM 4200-INICIAR-VENDEDOR
           PERFORM 4300-INICIAR-DIA

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-SUPERVISOR NOT EQUAL W-CKM-SUP-CORR
                   PERFORM 4400-FECHAR-DIA
                   PERFORM 4500-FECHAR-VENDEDOR
                   PERFORM 4600-FECHAR-SUPERVISOR
                   PERFORM 4100-INICIAR-SUPERVISOR
                   PERFORM 4200-INICIAR-VENDEDOR
                   PERFORM 4300-INICIAR-DIA
               ELSE
                   IF  SORT-VEND-CODIGO NOT EQUAL W-CKM-VEND-CORR
                       PERFORM 4400-FECHAR-DIA
                       PERFORM 4500-FECHAR-VENDEDOR
                       PERFORM 4200-INICIAR-VENDEDOR
                       PERFORM 4300-INICIAR-DIA
                   ELSE
                       IF  SORT-DATA NOT EQUAL W-CKM-DATA-CORR
                           PERFORM 4400-FECHAR-DIA
                           PERFORM 4300-INICIAR-DIA
                       END-IF
                   END-IF
               END-IF

               IF  SORT-TIPO           EQUAL "V"
                   ADD 1               TO W-CKM-DIA-VISITAS
                   ADD SORT-KM         TO W-CKM-DIA-KM-CALC
               ELSE
                   MOVE "S"            TO W-CKM-DIA-TEM-ODO
                   ADD SORT-KM         TO W-CKM-DIA-KM-DECL
                   MOVE SORT-PLACA     TO W-CKM-DIA-PLACA
               END-IF

               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           PERFORM 4400-FECHAR-DIA
           PERFORM 4500-FECHAR-VENDEDOR
           PERFORM 4600-FECHAR-SUPERVISOR.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-INICIAR-SUPERVISOR         SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-SUPERVISOR        TO W-CKM-SUP-CORR
                                          W-CS-CODIGO
           MOVE SPACES                 TO W-CS-NOME
           IF  W-CKM-SUP-CORR          EQUAL ZEROS
               MOVE "(sem supervisor definido)"
                                       TO W-CS-NOME
           ELSE
               PERFORM 7030-ABRIR-ARQ-SUPERV
               IF  FS-OK
                   MOVE W-CKM-SUP-CORR TO SUP-CODIGO
                   PERFORM 7061-LER-ARQ-SUPERV-CHAVE
                   IF  W-REG-ENCONTRADO EQUAL "S"
                       MOVE SUP-NOME   TO W-CS-NOME
                   END-IF
                   PERFORM 7095-FECHAR-ARQ-SUPERV
               END-IF
           END-IF
           MOVE ZEROS                  TO W-CKM-SUP-KM-CALC
                                          W-CKM-SUP-KM-DECL
                                          W-CKM-SUP-OCORRENCIAS
           WRITE REG-ARQ-RELATO FROM W-CAB-SUPERV AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-INICIAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-VEND-CODIGO       TO W-CKM-VEND-CORR
                                          W-CV-CODIGO
           MOVE SPACES                 TO W-CV-RAZAO
           PERFORM VARYING W-SUB-CVS FROM 1 BY 1
                   UNTIL W-SUB-CVS GREATER W-QTDE-TAB-CVS
               IF  W-CVS-VEND(W-SUB-CVS) EQUAL W-CKM-VEND-CORR
                   MOVE W-CVS-RAZAO(W-SUB-CVS)
                                       TO W-CV-RAZAO
               END-IF
           END-PERFORM
           MOVE ZEROS                  TO W-CKM-VEN-DIAS-VISITA
                                          W-CKM-VEN-DIAS-ODO
                                          W-CKM-VEN-KM-CALC
                                          W-CKM-VEN-KM-DECL
                                          W-CKM-VEN-OCORRENCIAS
           ADD 1                       TO W-CKM-TOT-VENDEDORES
           WRITE REG-ARQ-RELATO FROM W-CAB-VENDEDOR AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-INICIAR-DIA                SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-DATA              TO W-CKM-DATA-CORR
           MOVE ZEROS                  TO W-CKM-DIA-VISITAS
                                          W-CKM-DIA-KM-CALC
                                          W-CKM-DIA-KM-DECL
           MOVE "N"                    TO W-CKM-DIA-TEM-ODO
           MOVE SPACES                 TO W-CKM-DIA-PLACA.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-FECHAR-DIA                 SECTION.
      *----------------------------------------------------------------*
      * Conciliacao do dia: com visita e sem odometro = SEM REGISTRO;
      * odometro com km rodado e sem visita = KM SEM VISITA; km
      * declarado acima do calculado mais a tolerancia e com
      * diferenca de pelo menos o minimo informado = KM ACIMA.
           MOVE SPACES                 TO W-CKM-OCORRENCIA
           COMPUTE W-CKM-DIFERENCA =
                   W-CKM-DIA-KM-DECL - W-CKM-DIA-KM-CALC
           COMPUTE W-CKM-KM-LIMITE ROUNDED =
                   W-CKM-DIA-KM-CALC * (100 + W-CKM-TOLERANCIA) / 100

           EVALUATE TRUE
               WHEN W-CKM-DIA-VISITAS  GREATER ZEROS
                AND W-CKM-DIA-TEM-ODO  EQUAL "N"
                   MOVE "SEM REGISTRO" TO W-CKM-OCORRENCIA
                   MOVE ZEROS          TO W-CKM-DIFERENCA
               WHEN W-CKM-DIA-VISITAS  EQUAL ZEROS
                AND W-CKM-DIA-KM-DECL  GREATER ZEROS
                   MOVE "KM SEM VISITA"
                                       TO W-CKM-OCORRENCIA
               WHEN W-CKM-DIA-KM-DECL  GREATER W-CKM-KM-LIMITE
                AND W-CKM-DIFERENCA    NOT LESS W-CKM-MINIMO-KM
                   MOVE "KM ACIMA"     TO W-CKM-OCORRENCIA
           END-EVALUATE

           IF  W-CKM-DIA-VISITAS       GREATER ZEROS
               ADD 1                   TO W-CKM-VEN-DIAS-VISITA
           END-IF
           IF  W-CKM-DIA-TEM-ODO       EQUAL "S"
               ADD 1                   TO W-CKM-VEN-DIAS-ODO
           END-IF
           ADD W-CKM-DIA-KM-CALC       TO W-CKM-VEN-KM-CALC
           ADD W-CKM-DIA-KM-DECL       TO W-CKM-VEN-KM-DECL
           IF  W-CKM-OCORRENCIA        NOT EQUAL SPACES
               ADD 1                   TO W-CKM-VEN-OCORRENCIAS
           END-IF

           IF  W-CKM-OCORRENCIA        EQUAL SPACES
           AND W-CKM-SO-OCORRENCIAS    EQUAL "S"
               GO TO 4400-99-FIM
           END-IF

           MOVE W-CKM-DATA-CORR        TO W-LD-DATA
           MOVE W-CKM-DIA-PLACA        TO W-LD-PLACA
           MOVE W-CKM-DIA-VISITAS      TO W-LD-VISITAS
           MOVE W-CKM-DIA-KM-CALC      TO W-LD-KM-CALC
           MOVE W-CKM-DIA-KM-DECL      TO W-LD-KM-DECL
           MOVE W-CKM-DIFERENCA        TO W-LD-DIFERENCA
           MOVE W-CKM-OCORRENCIA       TO W-LD-OCORRENCIA
           WRITE REG-ARQ-RELATO FROM W-LIN-DIA AFTER 1.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-FECHAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*

           MOVE W-CKM-VEN-DIAS-VISITA  TO W-RV-DIAS-VISITA
           MOVE W-CKM-VEN-DIAS-ODO     TO W-RV-DIAS-ODO
           MOVE W-CKM-VEN-KM-CALC      TO W-RV-KM-CALC
           MOVE W-CKM-VEN-KM-DECL      TO W-RV-KM-DECL
           MOVE W-CKM-VEN-OCORRENCIAS  TO W-RV-OCORRENCIAS
           WRITE REG-ARQ-RELATO FROM W-ROD-VENDEDOR AFTER 1

           ADD W-CKM-VEN-KM-CALC       TO W-CKM-SUP-KM-CALC
                                          W-CKM-TOT-KM-CALC
           ADD W-CKM-VEN-KM-DECL       TO W-CKM-SUP-KM-DECL
                                          W-CKM-TOT-KM-DECL
           ADD W-CKM-VEN-OCORRENCIAS   TO W-CKM-SUP-OCORRENCIAS
                                          W-CKM-TOT-OCORRENCIAS.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4600-FECHAR-SUPERVISOR          SECTION.
      *----------------------------------------------------------------*

           MOVE W-CKM-SUP-KM-CALC      TO W-RS-KM-CALC
           MOVE W-CKM-SUP-KM-DECL      TO W-RS-KM-DECL
           MOVE W-CKM-SUP-OCORRENCIAS  TO W-RS-OCORRENCIAS
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-SUPERV AFTER 1.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo registro de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157R.cpy".
      * Rotinas diario de odometro do veiculo
       COPY ".\copybooks\GCC187R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
