      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC193P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC193P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Resumo diario do vendedor para o gateway de   *
      *                  mensagens (email ou WhatsApp) - um resumo     *
      *                  compacto por vendedor ativo com as visitas    *
      *                  planejadas do dia (ARQ-AGENDA), compromissos  *
      *                  vencidos (ARQ-COMPROMISSO), clientes que      *
      *                  entraram ou sairam da carteira desde o        *
      *                  ultimo resumo (HIST-ATRIB), clientes com      *
      *                  credito bloqueado e alertas pendentes do      *
      *                  vendedor ou dos clientes dele. Vendedor em    *
      *                  ausencia no dia nao recebe resumo. Cada       *
      *                  entrega fica registrada em ARQ-DIGEST-ENV. No *
      *                  ciclo noturno (GCC099P) gera o resumo do dia  *
      *                  util seguinte a data movimento.               *
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
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Ausencias de vendedor
       COPY ".\copybooks\GCC089FC.cpy".
      * Agenda de visitas
       COPY ".\copybooks\GCC100FC.cpy".
      * Compromissos de retorno
       COPY ".\copybooks\GCC110FC.cpy".
      * Arquivo central de alertas
       COPY ".\copybooks\GCC114FC.cpy".
      * Registro de entrega do resumo diario
       COPY ".\copybooks\GCC193FC.cpy".

      * Historico de atribuicoes (trocas de vendedor por cliente)
       SELECT ARQ-HIST-ATRIB       ASSIGN TO  WID-ARQ-HIST-ATRIB
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo dos resumos para o gateway de mensagens
       SELECT ARQ-DIGEST-VEND      ASSIGN TO  WID-ARQ-DIGEST-VEND
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
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Ausencias de vendedor
       COPY ".\copybooks\GCC089FD.cpy".
      * Agenda de visitas
       COPY ".\copybooks\GCC100FD.cpy".
      * Compromissos de retorno
       COPY ".\copybooks\GCC110FD.cpy".
      * Arquivo central de alertas
       COPY ".\copybooks\GCC114FD.cpy".
      * Registro de entrega do resumo diario
       COPY ".\copybooks\GCC193FD.cpy".

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

      * Arquivo dos resumos para o gateway
       FD  ARQ-DIGEST-VEND.
       01  REG-ARQ-DIGEST-VEND         PIC X(132).

      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".

      * Campos da gravacao de alertas
       COPY ".\copybooks\GCC114W.cpy".

      * Campos do resumo diario do vendedor
       COPY ".\copybooks\GCC193W.cpy".

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
       01  S-TELA-DIGEST.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Dia do resumo (AAAAMMDD): "
                                       LINE 08 COL 10.
               10  S-DGT-DATA          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 37 PIC 9(08)
                                       USING W-DGT-DATA.
               10  VALUE  "Vendedor (0 = todos)....: "
                                       LINE 09 COL 10.
               10  S-DGT-VEND-FILTRO   BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 09 COL 37 PIC 9(07)
                                       USING W-DGT-VEND-FILTRO.
               10  VALUE  "Arquivo para o gateway..: "
                                       LINE 10 COL 10.
               10  S-ARQ-DIGEST-VEND
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 37 PIC X(40)
                                       USING WID-ARQ-DIGEST-VEND.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedores ativos:" LINE 12 COL 10.
               10  S-QT-VENDEDORES     LINE 12 COL 30 PIC ZZZZZZ9
                                       FROM W-DGT-QT-VENDEDORES.
               10  VALUE  "Resumos gerados..:" LINE 13 COL 10.
               10  S-QT-GERADOS        LINE 13 COL 30 PIC ZZZZZZ9
                                       FROM W-DGT-QT-GERADOS.
               10  VALUE  "Em ausencia......:" LINE 14 COL 10.
               10  S-QT-AUSENTES       LINE 14 COL 30 PIC ZZZZZZ9
                                       FROM W-DGT-QT-AUSENTES.
               10  VALUE  "Sem contato......:" LINE 15 COL 10.
               10  S-QT-SEM-CONTATO    LINE 15 COL 30 PIC ZZZZZZ9
                                       FROM W-DGT-QT-SEM-CONTATO.
               10  VALUE  "Erros............:" LINE 16 COL 10.
               10  S-ERROS             LINE 16 COL 30 PIC ZZZZZZ9
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

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'
           SET ENVIRONMENT 'ESCDELAY'              TO '25'
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           MOVE "Resumo Diario Vendedor" TO W-MODULO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           PERFORM 7935-LER-DATA-MOV
           PERFORM 1100-PROXIMO-DIA-UTIL
           MOVE ZEROS                  TO W-DGT-VEND-FILTRO

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-CLS
               DISPLAY S-TELA-DIGEST
               ACCEPT S-DGT-DATA
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               END-IF
               IF  W-VOLTAR            EQUAL "N" AND
                   W-DGT-DATA          LESS 19000101
                   MOVE "Data invalida, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   MOVE "S"            TO W-VOLTAR
               END-IF
               IF  W-VOLTAR            EQUAL "N"
                   ACCEPT S-DGT-VEND-FILTRO
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-ESC
                       MOVE "S"        TO W-VOLTAR
                   END-IF
               END-IF
               IF  W-VOLTAR            EQUAL "N"
                   ACCEPT S-ARQ-DIGEST-VEND
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-ESC
                       MOVE "S"        TO W-VOLTAR
                   END-IF
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 2000-GERAR-RESUMOS
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-PROXIMO-DIA-UTIL           SECTION.
      *----------------------------------------------------------------*
      * O ciclo noturno fecha a data movimento; o resumo e lido na
      * manha seguinte, entao vale para o proximo dia util.
           COMPUTE W-DGT-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATA-MOV) + 1
           MOVE "N"                    TO W-DIA-UTIL
           PERFORM UNTIL W-DIA-UTIL EQUAL "S"
               COMPUTE W-DATA-VERIFICAR =
                       FUNCTION DATE-OF-INTEGER(W-DGT-INT)
               PERFORM 7937-VERIFICAR-DIA-UTIL
               ADD 1                   TO W-DGT-INT
           END-PERFORM
           MOVE W-DATA-VERIFICAR       TO W-DGT-DATA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-GERAR-RESUMOS              SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-CONTADORES
           MOVE ZEROS                  TO W-DGT-QT-VENDEDORES
                                          W-DGT-QT-GERADOS
                                          W-DGT-QT-AUSENTES
                                          W-DGT-QT-SEM-CONTATO
           ACCEPT W-DGT-DATA-HOJE      FROM DATE YYYYMMDD
           COMPUTE W-DGT-INT =
                   FUNCTION INTEGER-OF-DATE(W-DGT-DATA-HOJE) - 1
           COMPUTE W-DGT-DATA-ONTEM =
                   FUNCTION DATE-OF-INTEGER(W-DGT-INT)
           COMPUTE W-DGT-INT =
                   FUNCTION INTEGER-OF-DATE(W-DGT-DATA-HOJE) - 31
           COMPUTE W-DGT-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(W-DGT-INT)

           PERFORM 2200-CARREGAR-COMPROMISSOS
           PERFORM 2300-CARREGAR-TROCAS
           PERFORM 2400-CARREGAR-ALERTAS

           PERFORM 7561-ABRIR-ARQ-DIGEST-ENV
           IF  NOT FS-OK
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           OPEN OUTPUT ARQ-DIGEST-VEND
           IF  NOT FS-OK
               STRING "Erro abrir arquivo do gateway. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               PERFORM 7569-FECHAR-ARQ-DIGEST-ENV
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

      * Agenda, ausencias e distribuicao sao opcionais: arquivo
      * ausente so deixa a secao correspondente vazia.
           MOVE "N"                    TO W-DGT-AGENDA-ABERTO
                                          W-DGT-AUS-ABERTO
                                          W-DGT-DIST-ABERTO
           OPEN INPUT ARQ-AGENDA
           IF  FS-OK
               MOVE "S"                TO W-DGT-AGENDA-ABERTO
           END-IF
           OPEN INPUT ARQ-AUSENCIA
           IF  FS-OK
               MOVE "S"                TO W-DGT-AUS-ABERTO
           END-IF
           OPEN INPUT ARQ-DIST
           IF  FS-OK
               MOVE "S"                TO W-DGT-DIST-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 7211-ABRIR-INPUT-ARQ-VEND
           IF  FS-OK
               PERFORM 7253-LER-PROX-ARQ-VEND
               PERFORM UNTIL NOT FS-OK
                   IF  VEND-ATIVO AND
                      (W-DGT-VEND-FILTRO EQUAL ZEROS OR
                       W-DGT-VEND-FILTRO EQUAL VEND-CODIGO)
                       PERFORM 3000-RESUMO-VENDEDOR
                   END-IF
                   PERFORM 7253-LER-PROX-ARQ-VEND
               END-PERFORM
               PERFORM 7290-FECHAR-ARQ-VEND
           END-IF

           IF  W-DGT-AGENDA-ABERTO     EQUAL "S"
               PERFORM 7349-FECHAR-ARQ-AGENDA
           END-IF
           IF  W-DGT-AUS-ABERTO        EQUAL "S"
               CLOSE ARQ-AUSENCIA
           END-IF
           IF  W-DGT-DIST-ABERTO       EQUAL "S"
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF
           CLOSE ARQ-DIGEST-VEND
           PERFORM 7569-FECHAR-ARQ-DIGEST-ENV
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE "DIGEST-VND"           TO W-RESUMO-DIA-TIPO
           MOVE W-DGT-QT-VENDEDORES    TO W-RESUMO-DIA-LIDOS
           MOVE W-DGT-QT-GERADOS       TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC193P - Resumo diario do vendedor: "
                       W-DGT-QT-GERADOS " gerado(s), "
                       W-DGT-QT-AUSENTES " em ausencia, "
                       W-DGT-QT-SEM-CONTATO " sem contato"
           ELSE
               DISPLAY S-TELA-CONTADOR
               MOVE "Resumos gravados, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CARREGAR-COMPROMISSOS      SECTION.
      *----------------------------------------------------------------*
      * Compromissos abertos com data limite anterior ao dia do
      * resumo, no criterio de vencido do GCC110P.
           MOVE ZEROS                  TO W-QTDE-DGT-COMP

           OPEN INPUT ARQ-COMPROMISSO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           PERFORM 7784-LER-PROX-ARQ-COMPROM
           PERFORM UNTIL NOT FS-OK
               IF  COMP-ABERTO AND
                   COMP-DATA-LIMITE    GREATER ZEROS AND
                   COMP-DATA-LIMITE    LESS W-DGT-DATA AND
                   W-QTDE-DGT-COMP     LESS 5000
                   ADD 1               TO W-QTDE-DGT-COMP
                   MOVE COMP-VEND-CODIGO
                                       TO W-DCP-VEND(W-QTDE-DGT-COMP)
                   MOVE COMP-CLIE-CODIGO
                                       TO W-DCP-CLIE(W-QTDE-DGT-COMP)
                   MOVE COMP-DATA-LIMITE
                                       TO W-DCP-LIMITE(W-QTDE-DGT-COMP)
                   MOVE COMP-TIPO      TO W-DCP-TIPO(W-QTDE-DGT-COMP)
                   MOVE COMP-NOTA      TO W-DCP-NOTA(W-QTDE-DGT-COMP)
               END-IF
               PERFORM 7784-LER-PROX-ARQ-COMPROM
           END-PERFORM
           PERFORM 7789-FECHAR-ARQ-COMPROM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-CARREGAR-TROCAS            SECTION.
      *----------------------------------------------------------------*
      * Trocas dos ultimos 31 dias; cada vendedor ve so as posteriores
      * ao ultimo resumo que recebeu.
           MOVE ZEROS                  TO W-QTDE-DGT-TRC

           OPEN INPUT ARQ-HIST-ATRIB
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2300-99-FIM
           END-IF

           READ ARQ-HIST-ATRIB NEXT
           PERFORM UNTIL NOT FS-OK
               IF  HATR-DATA NUMERIC AND HATR-CLIE-CODIGO NUMERIC AND
                   HATR-VEND-ANTERIOR NUMERIC AND
                   HATR-VEND-NOVO NUMERIC AND
                   HATR-DATA NOT LESS W-DGT-DATA-LIMITE AND
                   HATR-DATA NOT GREATER W-DGT-DATA-HOJE AND
                   W-QTDE-DGT-TRC LESS 5000
                   ADD 1               TO W-QTDE-DGT-TRC
                   MOVE HATR-DATA      TO W-DTR-DATA(W-QTDE-DGT-TRC)
                   MOVE HATR-CLIE-CODIGO
                                       TO W-DTR-CLIE(W-QTDE-DGT-TRC)
                   MOVE HATR-VEND-ANTERIOR
                                       TO W-DTR-ANTERIOR(W-QTDE-DGT-TRC)
                   MOVE HATR-VEND-NOVO TO W-DTR-NOVO(W-QTDE-DGT-TRC)
               END-IF
               READ ARQ-HIST-ATRIB NEXT
           END-PERFORM
           CLOSE ARQ-HIST-ATRIB
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CARREGAR-ALERTAS           SECTION.
      *----------------------------------------------------------------*
      * Alertas pendentes cuja referencia aponta um vendedor
      * ("VEND-" + codigo) ou um cliente ("CLIE-" + codigo).
           MOVE ZEROS                  TO W-QTDE-DGT-ALE

           PERFORM 7961-ABRIR-INPUT-ARQ-ALERTA
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2400-99-FIM
           END-IF

           PERFORM 7963-LER-PROX-ARQ-ALERTA
           PERFORM UNTIL NOT FS-OK
               IF  ALE-PENDENTE AND
                  (ALE-REF(1:5) EQUAL "VEND-" OR
                   ALE-REF(1:5) EQUAL "CLIE-") AND
                   ALE-REF(6:7)        NUMERIC AND
                   W-QTDE-DGT-ALE      LESS 1000
                   ADD 1               TO W-QTDE-DGT-ALE
                   MOVE ALE-REF(1:4)   TO W-DAL-TIPO(W-QTDE-DGT-ALE)
                   MOVE ALE-REF(6:7)   TO W-DAL-CODIGO(W-QTDE-DGT-ALE)
                   MOVE ALE-DATA       TO W-DAL-DATA(W-QTDE-DGT-ALE)
                   MOVE ALE-TEXTO      TO W-DAL-TEXTO(W-QTDE-DGT-ALE)
                   MOVE ZEROS          TO W-DAL-MARCA(W-QTDE-DGT-ALE)
               END-IF
               PERFORM 7963-LER-PROX-ARQ-ALERTA
           END-PERFORM
           PERFORM 7969-FECHAR-ARQ-ALERTA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-RESUMO-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      * Monta as linhas do vendedor lido em REG-ARQ-VENDEDOR e grava
      * o resumo no arquivo do gateway e no registro de entrega.
           ADD 1                       TO W-DGT-QT-VENDEDORES
                                          W-LIDOS
           MOVE VEND-CODIGO            TO W-DGT-VEND
           MOVE ZEROS                  TO W-DGT-QT-VISITAS
                                          W-DGT-QT-COMPROM
                                          W-DGT-QT-NOVOS
                                          W-DGT-QT-PERDIDOS
                                          W-DGT-QT-BLOQUEADOS
                                          W-DGT-QT-ALERTAS
                                          W-QTDE-DGT-LIN
                                          W-DGT-QT-EXCEDE
           MOVE SPACES                 TO W-DGT-CANAL
                                          W-DGT-DESTINO

           PERFORM 3050-VERIFICAR-AUSENCIA
           IF  W-DGT-AUSENTE           EQUAL "S"
               ADD 1                   TO W-DGT-QT-AUSENTES
               MOVE "A"                TO DIG-SITUACAO
               PERFORM 3900-REGISTRAR-ENTREGA
               GO TO 3000-99-FIM
           END-IF

           PERFORM 3060-ULTIMO-RESUMO
           PERFORM 3100-LISTAR-VISITAS
           PERFORM 3200-LISTAR-COMPROMISSOS
           PERFORM 3300-LISTAR-TROCAS
           PERFORM 3400-LISTAR-CARTEIRA
           PERFORM 3500-LISTAR-ALERTAS

      * WhatsApp pelo telefone do vendedor; sem telefone valido, o
      * email. Telefone ou email marcado invalido pelo retorno do
      * provedor de envio nao e usado.
           IF  VEND-TELEFONE           NOT EQUAL SPACES AND
               NOT VEND-FONE-INVALIDO
               MOVE "W"                TO W-DGT-CANAL
               MOVE VEND-TELEFONE      TO W-DGT-DESTINO
           ELSE
               IF  VEND-EMAIL          NOT EQUAL SPACES AND
                   NOT VEND-EMAIL-INVALIDO
                   MOVE "E"            TO W-DGT-CANAL
                   MOVE VEND-EMAIL     TO W-DGT-DESTINO
               END-IF
           END-IF

           IF  W-DGT-CANAL             EQUAL SPACES
               ADD 1                   TO W-DGT-QT-SEM-CONTATO
               MOVE "S"                TO DIG-SITUACAO
           ELSE
               PERFORM 3700-GRAVAR-RESUMO
               ADD 1                   TO W-DGT-QT-GERADOS
                                          W-GRAVADOS
               MOVE "G"                TO DIG-SITUACAO
           END-IF
           PERFORM 3900-REGISTRAR-ENTREGA.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3050-VERIFICAR-AUSENCIA         SECTION.
      *----------------------------------------------------------------*
      * Periodo de ausencia do vendedor que cobre o dia do resumo.
           MOVE "N"                    TO W-DGT-AUSENTE
           IF  W-DGT-AUS-ABERTO        NOT EQUAL "S"
               GO TO 3050-99-FIM
           END-IF

           MOVE W-DGT-VEND             TO AUS-VEND-CODIGO
           MOVE ZEROS                  TO AUS-DATA-INICIO
           START ARQ-AUSENCIA KEY IS NOT LESS THAN AUS-CHAVE
           IF  FS-OK
               READ ARQ-AUSENCIA NEXT
           END-IF
           PERFORM UNTIL NOT FS-OK
               IF  AUS-VEND-CODIGO     NOT EQUAL W-DGT-VEND OR
                   AUS-DATA-INICIO     GREATER W-DGT-DATA
                   MOVE "10"           TO WS-RESULTADO-ACESSO
               ELSE
                   IF  AUS-DATA-FIM    NOT LESS W-DGT-DATA
                       MOVE "S"        TO W-DGT-AUSENTE
                   END-IF
                   READ ARQ-AUSENCIA NEXT
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3060-ULTIMO-RESUMO              SECTION.
      *----------------------------------------------------------------*
      * Data de processamento do ultimo resumo entregue (gerado ou sem
      * contato) antes do dia do resumo; sem resumo anterior, so as
      * trocas de hoje. Limitada a janela de trocas carregada.
           MOVE W-DGT-DATA-ONTEM       TO W-DGT-ULT-RESUMO

           MOVE W-DGT-VEND             TO DIG-VEND-CODIGO
           MOVE ZEROS                  TO DIG-DATA
           PERFORM 7564-START-ARQ-DIGEST-ENV
           IF  FS-OK
               PERFORM 7565-LER-PROX-ARQ-DIGEST-ENV
           END-IF
           PERFORM UNTIL NOT FS-OK
               IF  DIG-VEND-CODIGO     NOT EQUAL W-DGT-VEND OR
                   DIG-DATA            NOT LESS W-DGT-DATA
                   MOVE "10"           TO WS-RESULTADO-ACESSO
               ELSE
                   IF  NOT DIG-AUSENTE
                       MOVE DIG-DATA-PROCESSO
                                       TO W-DGT-ULT-RESUMO
                   END-IF
                   PERFORM 7565-LER-PROX-ARQ-DIGEST-ENV
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-DGT-ULT-RESUMO        LESS W-DGT-DATA-LIMITE
               MOVE W-DGT-DATA-LIMITE  TO W-DGT-ULT-RESUMO
           END-IF.

      *----------------------------------------------------------------*
       3060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-LISTAR-VISITAS             SECTION.
      *----------------------------------------------------------------*
      * Visitas ainda planejadas do vendedor no dia do resumo.
           IF  W-DGT-AGENDA-ABERTO     NOT EQUAL "S"
               GO TO 3100-99-FIM
           END-IF

           MOVE W-DGT-VEND             TO AGENDA-VEND-CODIGO
           MOVE W-DGT-DATA             TO AGENDA-DATA
           MOVE ZEROS                  TO AGENDA-CLIE-CODIGO
           PERFORM 7345-START-ARQ-AGENDA-ASC
           IF  FS-OK
               PERFORM 7343-LER-PROX-ARQ-AGENDA
           END-IF
           PERFORM UNTIL NOT FS-OK
               IF  AGENDA-VEND-CODIGO  NOT EQUAL W-DGT-VEND OR
                   AGENDA-DATA         NOT EQUAL W-DGT-DATA
                   MOVE "10"           TO WS-RESULTADO-ACESSO
               ELSE
                   IF  AGENDA-PLANEJADA
                       ADD 1           TO W-DGT-QT-VISITAS
                       MOVE AGENDA-CLIE-CODIGO
                                       TO CLIE-CODIGO
                       PERFORM 3800-OBTER-RAZAO
                       MOVE SPACES     TO W-DGT-TEXTO
                       IF  AGENDA-CONTATO-TELEF
                           STRING "Visita: " AGENDA-CLIE-CODIGO " "
                                  W-DGT-RAZAO " (por telefone)"
                                  DELIMITED BY SIZE INTO W-DGT-TEXTO
                       ELSE
                           STRING "Visita: " AGENDA-CLIE-CODIGO " "
                                  W-DGT-RAZAO
                                  DELIMITED BY SIZE INTO W-DGT-TEXTO
                       END-IF
                       PERFORM 3850-ADICIONAR-LINHA
                   END-IF
                   PERFORM 7343-LER-PROX-ARQ-AGENDA
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-LISTAR-COMPROMISSOS        SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-DGT-SUB FROM 1 BY 1
                   UNTIL W-DGT-SUB GREATER W-QTDE-DGT-COMP
               IF  W-DCP-VEND(W-DGT-SUB) EQUAL W-DGT-VEND
                   ADD 1               TO W-DGT-QT-COMPROM
                   MOVE SPACES         TO W-DGT-DATA-ED
                   STRING W-DCP-LIMITE(W-DGT-SUB)(7:2) "/"
                          W-DCP-LIMITE(W-DGT-SUB)(5:2)
                          DELIMITED BY SIZE INTO W-DGT-DATA-ED
                   MOVE SPACES         TO W-DGT-TEXTO
                   EVALUATE W-DCP-TIPO(W-DGT-SUB)
                       WHEN "P"
                           STRING "Compromisso vencido " W-DGT-DATA-ED
                                  " cliente " W-DCP-CLIE(W-DGT-SUB)
                                  " proposta: " W-DCP-NOTA(W-DGT-SUB)
                                  DELIMITED BY SIZE INTO W-DGT-TEXTO
                       WHEN "R"
                           STRING "Compromisso vencido " W-DGT-DATA-ED
                                  " cliente " W-DCP-CLIE(W-DGT-SUB)
                                  " retorno: " W-DCP-NOTA(W-DGT-SUB)
                                  DELIMITED BY SIZE INTO W-DGT-TEXTO
                       WHEN OTHER
                           STRING "Compromisso vencido " W-DGT-DATA-ED
                                  " cliente " W-DCP-CLIE(W-DGT-SUB)
                                  ": " W-DCP-NOTA(W-DGT-SUB)
                                  DELIMITED BY SIZE INTO W-DGT-TEXTO
                   END-EVALUATE
                   PERFORM 3850-ADICIONAR-LINHA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-LISTAR-TROCAS              SECTION.
      *----------------------------------------------------------------*
      * Clientes que entraram ou sairam da carteira do vendedor
      * depois do ultimo resumo.
           PERFORM VARYING W-DGT-SUB FROM 1 BY 1
                   UNTIL W-DGT-SUB GREATER W-QTDE-DGT-TRC
               IF  W-DTR-DATA(W-DGT-SUB) GREATER W-DGT-ULT-RESUMO
                   IF  W-DTR-NOVO(W-DGT-SUB)     EQUAL W-DGT-VEND AND
                       W-DTR-ANTERIOR(W-DGT-SUB) NOT EQUAL W-DGT-VEND
                       ADD 1           TO W-DGT-QT-NOVOS
                       MOVE W-DTR-CLIE(W-DGT-SUB)
                                       TO CLIE-CODIGO
                       PERFORM 3800-OBTER-RAZAO
                       MOVE SPACES     TO W-DGT-TEXTO
                       STRING "Cliente novo na carteira: "
                              W-DTR-CLIE(W-DGT-SUB) " " W-DGT-RAZAO
                              DELIMITED BY SIZE INTO W-DGT-TEXTO
                       PERFORM 3850-ADICIONAR-LINHA
                   END-IF
                   IF  W-DTR-ANTERIOR(W-DGT-SUB) EQUAL W-DGT-VEND AND
                       W-DTR-NOVO(W-DGT-SUB)     NOT EQUAL W-DGT-VEND
                       ADD 1           TO W-DGT-QT-PERDIDOS
                       MOVE W-DTR-CLIE(W-DGT-SUB)
                                       TO CLIE-CODIGO
                       PERFORM 3800-OBTER-RAZAO
                       MOVE SPACES     TO W-DGT-TEXTO
                       STRING "Cliente saiu da carteira: "
                              W-DTR-CLIE(W-DGT-SUB) " " W-DGT-RAZAO
                              DELIMITED BY SIZE INTO W-DGT-TEXTO
                       PERFORM 3850-ADICIONAR-LINHA
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-LISTAR-CARTEIRA            SECTION.
      *----------------------------------------------------------------*
      * Carteira do vendedor pelo indice de vendedor da distribuicao:
      * clientes ativos com credito bloqueado, e marca dos alertas
      * pendentes dos clientes da carteira.
           IF  W-DGT-DIST-ABERTO       NOT EQUAL "S"
               GO TO 3400-99-FIM
           END-IF

           MOVE ZEROS                  TO W-DGT-CLIE-ANT
           MOVE W-DGT-VEND             TO DIST-VEND-CODIGO
           PERFORM 7671-START-ARQ-DIST-VEND
           IF  FS-OK
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-IF
           PERFORM UNTIL NOT FS-OK
               IF  DIST-VEND-CODIGO    NOT EQUAL W-DGT-VEND
                   MOVE "10"           TO WS-RESULTADO-ACESSO
               ELSE
                   IF  DIST-CLIE-CODIGO NOT EQUAL W-DGT-CLIE-ANT
                       MOVE DIST-CLIE-CODIGO
                                       TO W-DGT-CLIE-ANT
                       PERFORM 3410-AVALIAR-CLIENTE
                   END-IF
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-AVALIAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-DGT-SUB FROM 1 BY 1
                   UNTIL W-DGT-SUB GREATER W-QTDE-DGT-ALE
               IF  W-DAL-TIPO(W-DGT-SUB)   EQUAL "CLIE" AND
                   W-DAL-CODIGO(W-DGT-SUB) EQUAL W-DGT-CLIE-ANT
                   MOVE W-DGT-VEND     TO W-DAL-MARCA(W-DGT-SUB)
               END-IF
           END-PERFORM

           MOVE W-DGT-CLIE-ANT         TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S" AND
               CLIE-ATIVO AND CLIE-BLOQUEADO-CRED
               ADD 1                   TO W-DGT-QT-BLOQUEADOS
               MOVE CLIE-RAZAO-SOCIAL  TO W-DGT-RAZAO
               MOVE SPACES             TO W-DGT-TEXTO
               STRING "Credito bloqueado: " CLIE-CODIGO " "
                      W-DGT-RAZAO
                      DELIMITED BY SIZE INTO W-DGT-TEXTO
               PERFORM 3850-ADICIONAR-LINHA
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-LISTAR-ALERTAS             SECTION.
      *----------------------------------------------------------------*
      * Alertas pendentes do proprio vendedor e dos clientes da
      * carteira (marcados em 3410).
           PERFORM VARYING W-DGT-SUB FROM 1 BY 1
                   UNTIL W-DGT-SUB GREATER W-QTDE-DGT-ALE
               IF (W-DAL-TIPO(W-DGT-SUB)   EQUAL "VEND" AND
                   W-DAL-CODIGO(W-DGT-SUB) EQUAL W-DGT-VEND) OR
                   W-DAL-MARCA(W-DGT-SUB)  EQUAL W-DGT-VEND
                   ADD 1               TO W-DGT-QT-ALERTAS
                   MOVE SPACES         TO W-DGT-DATA-ED
                   STRING W-DAL-DATA(W-DGT-SUB)(7:2) "/"
                          W-DAL-DATA(W-DGT-SUB)(5:2)
                          DELIMITED BY SIZE INTO W-DGT-DATA-ED
                   MOVE SPACES         TO W-DGT-TEXTO
                   STRING "Alerta " W-DGT-DATA-ED ": "
                          W-DAL-TEXTO(W-DGT-SUB)
                          DELIMITED BY SIZE INTO W-DGT-TEXTO
                   PERFORM 3850-ADICIONAR-LINHA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3700-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      * Cabecalho com canal e destino, linha de totais, itens e
      * fechamento com a quantidade de linhas (totais + itens).
           MOVE W-DGT-VEND             TO W-DGC-VEND
                                          W-DGL-VEND
                                          W-DGF-VEND
           MOVE VEND-RAZAO-SOCIAL      TO W-DGC-NOME
           MOVE W-DGT-CANAL            TO W-DGC-CANAL
           MOVE W-DGT-DESTINO          TO W-DGC-DESTINO
           MOVE W-DGT-DATA             TO W-DGC-DATA
           WRITE REG-ARQ-DIGEST-VEND   FROM W-REG-DGT-CAB

           MOVE SPACES                 TO W-DGT-TEXTO
           STRING "Dia " W-DGT-DATA(7:2) "/" W-DGT-DATA(5:2) "/"
                  W-DGT-DATA(1:4) ": visitas " W-DGT-QT-VISITAS
                  " compr.vencidos " W-DGT-QT-COMPROM
                  " novos " W-DGT-QT-NOVOS
                  " perdidos " W-DGT-QT-PERDIDOS
                  " bloqueados " W-DGT-QT-BLOQUEADOS
                  " alertas " W-DGT-QT-ALERTAS
                  DELIMITED BY SIZE INTO W-DGT-TEXTO
           MOVE 1                      TO W-DGL-SEQ
           MOVE W-DGT-TEXTO            TO W-DGL-TEXTO
           WRITE REG-ARQ-DIGEST-VEND   FROM W-REG-DGT-LIN

           PERFORM VARYING W-DGT-SUB FROM 1 BY 1
                   UNTIL W-DGT-SUB GREATER W-QTDE-DGT-LIN
               ADD 1                   TO W-DGL-SEQ
               MOVE W-DGT-LIN-TEXTO(W-DGT-SUB)
                                       TO W-DGL-TEXTO
               WRITE REG-ARQ-DIGEST-VEND FROM W-REG-DGT-LIN
           END-PERFORM

           IF  W-DGT-QT-EXCEDE         GREATER ZEROS
               MOVE W-DGT-QT-EXCEDE    TO W-DGT-QT-EXCEDE-ED
               MOVE SPACES             TO W-DGL-TEXTO
               STRING "... mais " W-DGT-QT-EXCEDE-ED
                      " item(ns) - consulte os relatorios do dia"
                      DELIMITED BY SIZE INTO W-DGL-TEXTO
               ADD 1                   TO W-DGL-SEQ
               WRITE REG-ARQ-DIGEST-VEND FROM W-REG-DGT-LIN
           END-IF

           MOVE W-DGL-SEQ              TO W-DGF-QTDE
           WRITE REG-ARQ-DIGEST-VEND   FROM W-REG-DGT-FIM.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3800-OBTER-RAZAO                SECTION.
      *----------------------------------------------------------------*
      * Razao social do cliente em CLIE-CODIGO (30 posicoes).
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DGT-RAZAO
           ELSE
               MOVE "(cliente nao cadastrado)"
                                       TO W-DGT-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3850-ADICIONAR-LINHA            SECTION.
      *----------------------------------------------------------------*
      * Item alem do limite da tabela so entra na contagem da linha
      * final de excedentes.
           IF  W-QTDE-DGT-LIN          LESS 200
               ADD 1                   TO W-QTDE-DGT-LIN
               MOVE W-DGT-TEXTO
                                  TO W-DGT-LIN-TEXTO(W-QTDE-DGT-LIN)
           ELSE
               ADD 1                   TO W-DGT-QT-EXCEDE
           END-IF.

      *----------------------------------------------------------------*
       3850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3900-REGISTRAR-ENTREGA          SECTION.
      *----------------------------------------------------------------*
      * Um registro por vendedor e dia do resumo; a reexecucao do
      * mesmo dia regrava o registro. DIG-SITUACAO vem do chamador.
           MOVE DIG-SITUACAO           TO W-DGT-SITUACAO
           MOVE W-DGT-VEND             TO DIG-VEND-CODIGO
           MOVE W-DGT-DATA             TO DIG-DATA
           PERFORM 7563-LER-ARQ-DIGEST-ENV-CHAVE
           MOVE W-DGT-SITUACAO         TO DIG-SITUACAO
           MOVE W-DGT-CANAL            TO DIG-CANAL
           MOVE W-DGT-DESTINO          TO DIG-DESTINO
           MOVE W-DGT-QT-VISITAS       TO DIG-QT-VISITAS
           MOVE W-DGT-QT-COMPROM       TO DIG-QT-COMPROM
           MOVE W-DGT-QT-NOVOS         TO DIG-QT-NOVOS
           MOVE W-DGT-QT-PERDIDOS      TO DIG-QT-PERDIDOS
           MOVE W-DGT-QT-BLOQUEADOS    TO DIG-QT-BLOQUEADOS
           MOVE W-DGT-QT-ALERTAS       TO DIG-QT-ALERTAS
           IF  DIG-GERADO
               MOVE W-DGL-SEQ          TO DIG-QT-LINHAS
           ELSE
               MOVE ZEROS              TO DIG-QT-LINHAS
           END-IF
           MOVE W-DGT-DATA-HOJE        TO DIG-DATA-PROCESSO
           MOVE W-OPERADOR             TO DIG-OPERADOR
           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7567-REGRAVAR-ARQ-DIGEST-ENV
           ELSE
               PERFORM 7566-GRAVAR-ARQ-DIGEST-ENV
           END-IF
           IF  NOT FS-OK
               ADD 1                   TO W-ERROS
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas agenda de visitas
       COPY ".\copybooks\GCC100R.cpy".
      * Rotinas compromissos de retorno
       COPY ".\copybooks\GCC110R.cpy".
      * Rotinas arquivo central de alertas
       COPY ".\copybooks\GCC114R.cpy".
      * Rotinas registro de entrega do resumo diario
       COPY ".\copybooks\GCC193R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
