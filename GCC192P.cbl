      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC192P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC192P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cartas ao cliente na troca do vendedor        *
      *                  responsavel - le as trocas do dia no          *
      *                  historico de atribuicoes (HIST-ATRIB) e gera  *
      *                  o arquivo de mala direta com uma carta por    *
      *                  cliente e linha de negocio: nome e endereco   *
      *                  do cliente, vendedor anterior e novo, e       *
      *                  telefone e email do novo vendedor. Cliente    *
      *                  trocado e devolvido ao mesmo vendedor na      *
      *                  semana nao recebe carta; opt-out em todos os  *
      *                  canais retira o cliente e opt-out de email    *
      *                  manda a carta so pelo correio (log de         *
      *                  supressoes). Cada carta fica registrada em    *
      *                  ARQ-CARTA-VEND, com relatorio das cartas      *
      *                  enviadas por cliente. No ciclo noturno        *
      *                  (GCC099P) processa as trocas da data do dia.  *
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
      * Consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FC.cpy".
      * Registro de cartas de troca de vendedor
       COPY ".\copybooks\GCC192FC.cpy".

      * Historico de atribuicoes (trocas de vendedor por cliente)
       SELECT ARQ-HIST-ATRIB       ASSIGN TO  WID-ARQ-HIST-ATRIB
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo de mala direta das cartas
       SELECT ARQ-MALA-CARTA       ASSIGN TO  WID-ARQ-MALA-CARTA
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

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
      * Consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FD.cpy".
      * Registro de cartas de troca de vendedor
       COPY ".\copybooks\GCC192FD.cpy".

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

      * Arquivo de mala direta
       FD  ARQ-MALA-CARTA.
       01  REG-ARQ-MALA-CARTA          PIC X(400).

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

      * Campos consulta de opt-out e log de supressoes
       COPY ".\copybooks\GCC154W.cpy".

      * Campos das cartas de troca de vendedor
       COPY ".\copybooks\GCC192W.cpy".

       01  W-CAMPOS-BUSCA.
           05  W-CRT-POS               PIC 9(04) VALUE ZEROS.
           05  W-CRT-LINHA             PIC 9(02) VALUE ZEROS.
           05  W-CRT-INT               PIC 9(08) VALUE ZEROS.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Cartas Enviadas na Troca de Vendedor".

       01  W-CAB-CLIENTE.
           05 FILLER               PIC X(10) VALUE "Cliente: ".
           05 W-CC-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CC-RAZAO           PIC X(40).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "Data".
           05 FILLER               PIC X(06) VALUE "Linha".
           05 FILLER               PIC X(34) VALUE "Vendedor anterior".
           05 FILLER               PIC X(34) VALUE "Vendedor novo".
           05 FILLER               PIC X(09) VALUE "Origem".
           05 FILLER               PIC X(08) VALUE "Meio".

       01  W-LIN-CARTA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LCR-DATA           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LCR-LINHA          PIC Z9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 W-LCR-VEND-ANT       PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LCR-NOME-ANT       PIC X(25).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LCR-VEND-NOVO      PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LCR-NOME-NOVO      PIC X(25).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LCR-ORIGEM         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LCR-MEIO           PIC X(08).

       01  W-ROD-RESUMO-01.
           05 FILLER               PIC X(32)
              VALUE "  Cartas listadas.............: ".
           05 W-RR-LISTADAS        PIC Z.ZZZ.ZZ9.

       01  W-DATA-EDITADA.
           05 W-DE-DIA             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-DE-MES             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-DE-ANO             PIC 9(04).

       01  W-DATA-DESMONTADA.
           05 W-DD-ANO             PIC 9(04).
           05 W-DD-MES             PIC 9(02).
           05 W-DD-DIA             PIC 9(02).

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
       01  S-TELA-CARTA.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Cartas ao cliente na troca do vendedor res
      -                   "ponsavel"         LINE 06 COL 10.
               10  VALUE  "<F4> Gerar as cartas das trocas de uma dat
      -                   "a"                LINE 08 COL 10.
               10  VALUE  "<F5> Relatorio das cartas enviadas por cli
      -                   "ente"             LINE 09 COL 10.

      *----------------------------------------------------------------*
       01  S-TELA-DATA-REF.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Data das trocas (AAAAMMDD): "
                                       LINE 08 COL 10.
               10  S-CRT-DATA-REF      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 39 PIC 9(08)
                                       USING W-CRT-DATA-REF.
               10  VALUE  "Arquivo mala direta.......: "
                                       LINE 10 COL 10.
               10  S-ARQ-MALA-CARTA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 39 PIC X(40)
                                       USING WID-ARQ-MALA-CARTA.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Trocas no dia....:" LINE 12 COL 10.
               10  S-QT-TROCAS         LINE 12 COL 30 PIC ZZZZZZ9
                                       FROM W-CRT-QT-TROCAS.
               10  VALUE  "Cartas geradas...:" LINE 13 COL 10.
               10  S-QT-CARTAS         LINE 13 COL 30 PIC ZZZZZZ9
                                       FROM W-CRT-QT-CARTAS.
               10  VALUE  "Ida e volta......:" LINE 14 COL 10.
               10  S-QT-IDA-VOLTA      LINE 14 COL 30 PIC ZZZZZZ9
                                       FROM W-CRT-QT-IDA-VOLTA.
               10  VALUE  "Ja emitidas......:" LINE 15 COL 10.
               10  S-QT-JA-EMITIDA     LINE 15 COL 30 PIC ZZZZZZ9
                                       FROM W-CRT-QT-JA-EMITIDA.
               10  VALUE  "Opt-out total....:" LINE 16 COL 10.
               10  S-QT-OPTOUT         LINE 16 COL 30 PIC ZZZZZZ9
                                       FROM W-CRT-QT-OPTOUT.
               10  VALUE  "Sem destinatario.:" LINE 17 COL 10.
               10  S-QT-SEM-CLIENTE    LINE 17 COL 30 PIC ZZZZZZ9
                                       FROM W-CRT-QT-SEM-CLIENTE.
               10  VALUE  "Erros............:" LINE 18 COL 10.
               10  S-ERROS             LINE 18 COL 30 PIC ZZZZZZ9
                                       FROM W-ERROS.

      *----------------------------------------------------------------*
       01  S-TELA-RELATORIO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Cliente (0 = todos): "
                                       LINE 08 COL 10.
               10  S-CRT-CLIE-FILTRO   BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC 9(07)
                                       USING W-CRT-CLIE-FILTRO.
               10  VALUE  "Arquivo relatorio..: "
                                       LINE 10 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 33 PIC X(40)
                                       USING W-ARQ-RELATO.
      *
       COPY screenio.

      *================================================================*
       PROCEDURE                       DIVISION USING LK-PARAM.
      *================================================================*

      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA.                               *
      *----------------------------------------------------------------*
       0000-MENU                       SECTION.
      *----------------------------------------------------------------*
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           MOVE "Cartas Troca Vendedor" TO W-MODULO
           MOVE WID-ARQ-REL-CARTAS     TO W-ARQ-RELATO

      * Execucao batch: trocas gravadas hoje no historico (a data do
      * historico e a data da maquina no momento da troca).
           IF  LK-PARAM                EQUAL "B"
               ACCEPT W-CRT-DATA-REF   FROM DATE YYYYMMDD
               PERFORM 2100-PROCESSAR-CARTAS
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "<Esc> Sair <F4> Gerar cartas <F5> Relatorio das c
      -             "artas"            TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CARTA
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F4
                       IF  W-PERFIL-GESTOR
                           PERFORM 2000-GERAR-CARTAS
                       ELSE
                           MOVE "Acesso negado para o seu perfil, tecl
      -                        "e <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   WHEN COB-SCR-F5
                       PERFORM 4000-RELATORIO-CARTAS
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-GERAR-CARTAS               SECTION.
      *----------------------------------------------------------------*

           MOVE "[Cartas]"             TO W-OP
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS
           ACCEPT W-CRT-DATA-REF       FROM DATE YYYYMMDD
           DISPLAY S-CLS
           DISPLAY S-TELA-DATA-REF
           ACCEPT S-CRT-DATA-REF
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 2000-99-FIM
           END-IF
           IF  W-CRT-DATA-REF          LESS 19000101
               MOVE "Data invalida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF
           ACCEPT S-ARQ-MALA-CARTA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2100-PROCESSAR-CARTAS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-PROCESSAR-CARTAS           SECTION.
      *----------------------------------------------------------------*
      * Acumula as trocas da semana movel por cliente e linha, e
      * avalia uma carta para cada par com troca na data de
      * referencia.
           INITIALIZE W-CONTADORES
           MOVE ZEROS                  TO W-CRT-QT-TROCAS
                                          W-CRT-QT-CARTAS
                                          W-CRT-QT-IDA-VOLTA
                                          W-CRT-QT-JA-EMITIDA
                                          W-CRT-QT-OPTOUT
                                          W-CRT-QT-SEM-CLIENTE
           ACCEPT W-CRT-DATA-HOJE      FROM DATE YYYYMMDD
           COMPUTE W-CRT-INT =
                   FUNCTION INTEGER-OF-DATE(W-CRT-DATA-REF) - 6
           COMPUTE W-CRT-DATA-INI =
                   FUNCTION DATE-OF-INTEGER(W-CRT-INT)

           PERFORM 2200-CARREGAR-TROCAS
           IF  W-CRT-TAB-CHEIA         EQUAL "S"
               MOVE "Trocas da semana acima de 3000 pares; excedentes
      -             " ignorados"       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF

           PERFORM 7412-ABRIR-ARQ-CARTA-VEND
           IF  NOT FS-OK
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2100-99-FIM
           END-IF

           OPEN OUTPUT ARQ-MALA-CARTA
           IF  NOT FS-OK
               STRING "Erro abrir mala direta. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               PERFORM 7419-FECHAR-ARQ-CARTA-VEND
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2100-99-FIM
           END-IF
           WRITE REG-ARQ-MALA-CARTA    FROM W-REG-MALA-CAB

           MOVE ZEROS                  TO W-CNS-SUPRIMIDOS
           MOVE "N"                    TO W-CNS-ABERTO
           OPEN INPUT ARQ-CONSENT
           IF  FS-OK
               MOVE "S"                TO W-CNS-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           MOVE "GCC192P"              TO W-SUPR-PROGRAMA

           PERFORM 2300-AVALIAR-TROCA
                   VARYING W-SUB-TRC FROM 1 BY 1
                   UNTIL W-SUB-TRC GREATER W-QTDE-TAB-TRC

           IF  W-CNS-ABERTO            EQUAL "S"
               PERFORM 7639-FECHAR-ARQ-CONSENT
               MOVE "N"                TO W-CNS-ABERTO
           END-IF
           CLOSE ARQ-MALA-CARTA
           PERFORM 7419-FECHAR-ARQ-CARTA-VEND
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-TELA-CONTADOR
           END-IF

           MOVE "CARTA-VEND"           TO W-RESUMO-DIA-TIPO
           MOVE W-CRT-QT-TROCAS        TO W-RESUMO-DIA-LIDOS
           MOVE W-CRT-QT-CARTAS        TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC192P - Cartas de troca de vendedor: "
                       W-CRT-QT-CARTAS " carta(s) de "
                       W-CRT-QT-TROCAS " troca(s) no dia"
           ELSE
               MOVE  "Mala direta gravada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CARREGAR-TROCAS            SECTION.
      *----------------------------------------------------------------*
      * Historico da semana movel (data de referencia e os seis dias
      * anteriores); trocas posteriores a data de referencia ficam de
      * fora no reprocessamento de uma data passada.
           MOVE ZEROS                  TO W-QTDE-TAB-TRC
           MOVE "N"                    TO W-CRT-TAB-CHEIA

           OPEN INPUT ARQ-HIST-ATRIB
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           READ ARQ-HIST-ATRIB NEXT
           PERFORM UNTIL NOT FS-OK
               IF  HATR-DATA NUMERIC AND HATR-CLIE-CODIGO NUMERIC AND
                   HATR-VEND-ANTERIOR NUMERIC AND
                   HATR-VEND-NOVO NUMERIC AND
                   HATR-DATA NOT LESS W-CRT-DATA-INI AND
                   HATR-DATA NOT GREATER W-CRT-DATA-REF
                   PERFORM 2210-ACUMULAR-TROCA
               END-IF
               READ ARQ-HIST-ATRIB NEXT
           END-PERFORM
           CLOSE ARQ-HIST-ATRIB
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-ACUMULAR-TROCA             SECTION.
      *----------------------------------------------------------------*
      * O historico e gravado em ordem cronologica: a primeira troca
      * do par na semana fixa o vendedor de partida e cada troca
      * seguinte atualiza o vendedor final. Registros gravados antes
      * da separacao por linha de negocio valem como linha zero.
           IF  HATR-LINHA              NUMERIC
               MOVE HATR-LINHA         TO W-CRT-LINHA
           ELSE
               MOVE ZEROS              TO W-CRT-LINHA
           END-IF

           MOVE ZEROS                  TO W-CRT-POS
           PERFORM VARYING W-SUB-TRC FROM 1 BY 1
                   UNTIL W-SUB-TRC GREATER W-QTDE-TAB-TRC
                      OR W-CRT-POS GREATER ZEROS
               IF  W-TRC-CLIE(W-SUB-TRC)  EQUAL HATR-CLIE-CODIGO AND
                   W-TRC-LINHA(W-SUB-TRC) EQUAL W-CRT-LINHA
                   MOVE W-SUB-TRC      TO W-CRT-POS
               END-IF
           END-PERFORM

           IF  W-CRT-POS               EQUAL ZEROS
               IF  W-QTDE-TAB-TRC      NOT LESS 3000
                   MOVE "S"            TO W-CRT-TAB-CHEIA
                   GO TO 2210-99-FIM
               END-IF
               ADD 1                   TO W-QTDE-TAB-TRC
               MOVE W-QTDE-TAB-TRC     TO W-CRT-POS
               MOVE HATR-CLIE-CODIGO   TO W-TRC-CLIE(W-CRT-POS)
               MOVE W-CRT-LINHA        TO W-TRC-LINHA(W-CRT-POS)
               MOVE HATR-VEND-ANTERIOR TO W-TRC-VEND-INICIO(W-CRT-POS)
               MOVE "N"                TO W-TRC-NO-DIA(W-CRT-POS)
               MOVE SPACES             TO W-TRC-ORIGEM(W-CRT-POS)
           END-IF

           MOVE HATR-VEND-NOVO         TO W-TRC-VEND-FINAL(W-CRT-POS)
           IF  HATR-DATA               EQUAL W-CRT-DATA-REF
               MOVE "S"                TO W-TRC-NO-DIA(W-CRT-POS)
               MOVE HATR-ORIGEM        TO W-TRC-ORIGEM(W-CRT-POS)
           END-IF.

      *----------------------------------------------------------------*
       2210-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-AVALIAR-TROCA              SECTION.
      *----------------------------------------------------------------*
      * Par cliente/linha com troca na data de referencia: sem carta
      * quando ja emitida nessa data, quando o vendedor final e o
      * mesmo que o cliente conhecia no inicio da semana (ida e
      * volta), sem vendedor novo, cliente inativo ou opt-out em
      * todos os canais.
           IF  W-TRC-NO-DIA(W-SUB-TRC) NOT EQUAL "S"
               GO TO 2300-99-FIM
           END-IF
           ADD 1                       TO W-CRT-QT-TROCAS
                                          W-LIDOS

           PERFORM 2310-VERIFICAR-REGISTRO
           IF  W-CRT-JA-EMITIDA        EQUAL "S"
               ADD 1                   TO W-CRT-QT-JA-EMITIDA
               GO TO 2300-99-FIM
           END-IF
           IF  W-TRC-VEND-FINAL(W-SUB-TRC) EQUAL W-CRT-VEND-BASE
               ADD 1                   TO W-CRT-QT-IDA-VOLTA
               GO TO 2300-99-FIM
           END-IF
           IF  W-TRC-VEND-FINAL(W-SUB-TRC) EQUAL ZEROS
               ADD 1                   TO W-CRT-QT-SEM-CLIENTE
               GO TO 2300-99-FIM
           END-IF

           MOVE W-TRC-CLIE(W-SUB-TRC)  TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           IF  W-REG-ENCONTRADO        EQUAL "N" OR NOT CLIE-ATIVO
               ADD 1                   TO W-CRT-QT-SEM-CLIENTE
               GO TO 2300-99-FIM
           END-IF

      * Opt-out em todos os canais retira o cliente da mala direta;
      * opt-out so de email manda a carta pelo correio.
           MOVE CLIE-CODIGO            TO W-CNS-CLIE-CODIGO
           PERFORM 7637-VERIFICAR-OPTOUT-CLIE
           IF  W-CNS-OPTOUT-TOTAL
               MOVE "RETIRADO"         TO W-SUPR-ACAO
               PERFORM 7638-GRAVAR-ARQ-SUPR-CONTATO
               ADD 1                   TO W-CRT-QT-OPTOUT
               GO TO 2300-99-FIM
           END-IF

           MOVE "E"                    TO W-CRT-MEIO
           MOVE CLIE-EMAIL             TO W-MAL-EMAIL
           IF  W-CNS-OPTOUT-EMAIL
               MOVE "MARCADO"          TO W-SUPR-ACAO
               PERFORM 7638-GRAVAR-ARQ-SUPR-CONTATO
               MOVE "P"                TO W-CRT-MEIO
               MOVE SPACES             TO W-MAL-EMAIL
           END-IF
           IF  CLIE-EMAIL-INVALIDO OR CLIE-EMAIL EQUAL SPACES
               MOVE "P"                TO W-CRT-MEIO
               MOVE SPACES             TO W-MAL-EMAIL
           END-IF

           PERFORM 2400-GRAVAR-CARTA.

      *----------------------------------------------------------------*
       2300-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-VERIFICAR-REGISTRO         SECTION.
      *----------------------------------------------------------------*
      * Vendedor que o cliente conhece: o de partida da semana, ou o
      * novo da ultima carta enviada na semana antes da data de
      * referencia. Carta ja registrada na propria data de referencia
      * (reprocessamento) nao e emitida de novo.
           MOVE W-TRC-VEND-INICIO(W-SUB-TRC)
                                       TO W-CRT-VEND-BASE
           MOVE "N"                    TO W-CRT-JA-EMITIDA

           MOVE W-TRC-CLIE(W-SUB-TRC)  TO CART-CLIE-CODIGO
           MOVE W-TRC-LINHA(W-SUB-TRC) TO CART-LINHA
           MOVE W-CRT-DATA-INI         TO CART-DATA
           PERFORM 7416-START-ARQ-CARTA-VEND
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2310-99-FIM
           END-IF

           MOVE "N"                    TO W-CRT-FIM-CARTA
           PERFORM 7417-LER-PROX-ARQ-CARTA-VEND
           PERFORM UNTIL W-CRT-FIM-CARTA EQUAL "S"
               IF  NOT FS-OK OR
                   CART-CLIE-CODIGO NOT EQUAL W-TRC-CLIE(W-SUB-TRC) OR
                   CART-LINHA NOT EQUAL W-TRC-LINHA(W-SUB-TRC) OR
                   CART-DATA GREATER W-CRT-DATA-REF
                   MOVE "S"            TO W-CRT-FIM-CARTA
               ELSE
                   IF  CART-DATA       EQUAL W-CRT-DATA-REF
                       MOVE "S"        TO W-CRT-JA-EMITIDA
                   ELSE
                       MOVE CART-VEND-NOVO
                                       TO W-CRT-VEND-BASE
                   END-IF
                   PERFORM 7417-LER-PROX-ARQ-CARTA-VEND
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2310-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-GRAVAR-CARTA               SECTION.
      *----------------------------------------------------------------*
      * Linha da mala direta e registro da carta; o cliente ja esta
      * lido em REG-ARQ-CLIENTE.
           MOVE W-CRT-DATA-REF         TO W-DATA-DESMONTADA
           PERFORM 6900-EDITAR-DATA
           MOVE W-DATA-EDITADA         TO W-MAL-DATA
           MOVE CLIE-CODIGO            TO W-MAL-CLIE-CODIGO
           MOVE CLIE-RAZAO-SOCIAL      TO W-MAL-RAZAO
           MOVE CLIE-ENDERECO          TO W-MAL-ENDERECO
           MOVE CLIE-CEP               TO W-MAL-CEP
           MOVE CLIE-MUNICIPIO         TO W-MAL-MUNICIPIO
           MOVE CLIE-UF                TO W-MAL-UF
           MOVE W-TRC-LINHA(W-SUB-TRC) TO W-MAL-LINHA

           MOVE W-CRT-VEND-BASE        TO W-MAL-VEND-ANT
           MOVE SPACES                 TO W-MAL-VEND-ANT-NOME
           IF  W-CRT-VEND-BASE         GREATER ZEROS
               MOVE W-CRT-VEND-BASE    TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-MAL-VEND-ANT-NOME
               END-IF
           END-IF

           MOVE W-TRC-VEND-FINAL(W-SUB-TRC)
                                       TO W-MAL-VEND-NOVO
                                          VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-MAL-VEND-NOVO-NOME
               MOVE VEND-TELEFONE      TO W-MAL-VEND-FONE
               MOVE VEND-EMAIL         TO W-MAL-VEND-EMAIL
           ELSE
               MOVE SPACES             TO W-MAL-VEND-NOVO-NOME
                                          W-MAL-VEND-FONE
                                          W-MAL-VEND-EMAIL
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE W-TRC-CLIE(W-SUB-TRC)  TO CART-CLIE-CODIGO
           MOVE W-TRC-LINHA(W-SUB-TRC) TO CART-LINHA
           MOVE W-CRT-DATA-REF         TO CART-DATA
           MOVE W-CRT-VEND-BASE        TO CART-VEND-ANTERIOR
           MOVE W-TRC-VEND-FINAL(W-SUB-TRC)
                                       TO CART-VEND-NOVO
           MOVE W-TRC-ORIGEM(W-SUB-TRC) TO CART-ORIGEM
           MOVE W-CRT-MEIO             TO CART-MEIO
           MOVE W-CRT-DATA-HOJE        TO CART-DATA-PROCESSO
           MOVE W-OPERADOR             TO CART-OPERADOR
           PERFORM 7418-GRAVAR-ARQ-CARTA-VEND
           IF  NOT FS-OK
               ADD 1                   TO W-ERROS
               GO TO 2400-99-FIM
           END-IF

           WRITE REG-ARQ-MALA-CARTA    FROM W-REG-MALA-DET
           ADD 1                       TO W-CRT-QT-CARTAS
                                          W-GRAVADOS.

      *----------------------------------------------------------------*
       2400-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-RELATORIO-CARTAS           SECTION.
      *----------------------------------------------------------------*

           MOVE "[Relatorio]"          TO W-OP
           MOVE "<Esc> Voltar <Enter> Gerar"
                                       TO W-STATUS
           MOVE ZEROS                  TO W-CRT-CLIE-FILTRO
           DISPLAY S-CLS
           DISPLAY S-TELA-RELATORIO
           ACCEPT S-CRT-CLIE-FILTRO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF
           IF  W-CRT-CLIE-FILTRO       GREATER ZEROS
               MOVE W-CRT-CLIE-FILTRO  TO CLIE-CODIGO
               PERFORM 7151-LER-ARQ-CLIE-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   MOVE "Cliente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   GO TO 4000-99-FIM
               END-IF
           END-IF
           ACCEPT S-NOME-ARQ
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF

           PERFORM 4100-GERAR-RELATORIO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GERAR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      * Cartas do registro em ordem de cliente, linha e data, com
      * quebra por cliente.
           MOVE ZEROS                  TO W-CRT-QT-LISTADAS
           MOVE ZEROS                  TO W-CC-CODIGO

           PERFORM 7413-ABRIR-INPUT-ARQ-CARTA
           IF  NOT FS-OK
               GO TO 4100-99-FIM
           END-IF

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7419-FECHAR-ARQ-CARTA-VEND
               GO TO 4100-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           MOVE W-CRT-CLIE-FILTRO      TO CART-CLIE-CODIGO
           MOVE ZEROS                  TO CART-LINHA
                                          CART-DATA
           PERFORM 7416-START-ARQ-CARTA-VEND
           IF  FS-OK
               PERFORM 7417-LER-PROX-ARQ-CARTA-VEND
           END-IF
           PERFORM UNTIL NOT FS-OK
               IF  W-CRT-CLIE-FILTRO   GREATER ZEROS AND
                   CART-CLIE-CODIGO    NOT EQUAL W-CRT-CLIE-FILTRO
                   MOVE "10"           TO WS-RESULTADO-ACESSO
               ELSE
                   PERFORM 4200-LISTAR-CARTA
                   PERFORM 7417-LER-PROX-ARQ-CARTA-VEND
               END-IF
           END-PERFORM
           PERFORM 7419-FECHAR-ARQ-CARTA-VEND
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE W-CRT-QT-LISTADAS      TO W-RR-LISTADAS
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           WRITE REG-ARQ-RELATO FROM W-ROD-RESUMO-01 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO
           MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-LISTAR-CARTA               SECTION.
      *----------------------------------------------------------------*

           IF  CART-CLIE-CODIGO        NOT EQUAL W-CC-CODIGO
               MOVE CART-CLIE-CODIGO   TO W-CC-CODIGO
                                          CLIE-CODIGO
               PERFORM 7151-LER-ARQ-CLIE-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE CLIE-RAZAO-SOCIAL
                                       TO W-CC-RAZAO
               ELSE
                   MOVE "(cliente nao cadastrado)"
                                       TO W-CC-RAZAO
               END-IF
               WRITE REG-ARQ-RELATO FROM W-CAB-CLIENTE AFTER 2
               WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
               WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           END-IF

           MOVE CART-DATA              TO W-DATA-DESMONTADA
           PERFORM 6900-EDITAR-DATA
           MOVE W-DATA-EDITADA         TO W-LCR-DATA
           MOVE CART-LINHA             TO W-LCR-LINHA
           MOVE CART-VEND-ANTERIOR     TO W-LCR-VEND-ANT
           MOVE SPACES                 TO W-LCR-NOME-ANT
           IF  CART-VEND-ANTERIOR      GREATER ZEROS
               MOVE CART-VEND-ANTERIOR TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-LCR-NOME-ANT
               END-IF
           END-IF
           MOVE CART-VEND-NOVO         TO W-LCR-VEND-NOVO
                                          VEND-CODIGO
           MOVE SPACES                 TO W-LCR-NOME-NOVO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-LCR-NOME-NOVO
           END-IF
           MOVE CART-ORIGEM            TO W-LCR-ORIGEM
           IF  CART-MEIO-EMAIL
               MOVE "Email"            TO W-LCR-MEIO
           ELSE
               MOVE "Correio"          TO W-LCR-MEIO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           WRITE REG-ARQ-RELATO FROM W-LIN-CARTA AFTER 1
           ADD 1                       TO W-CRT-QT-LISTADAS.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      * AAAAMMDD (W-DATA-DESMONTADA) para DD/MM/AAAA (W-DATA-EDITADA).
           MOVE W-DD-DIA               TO W-DE-DIA
           MOVE W-DD-MES               TO W-DE-MES
           MOVE W-DD-ANO               TO W-DE-ANO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154R.cpy".
      * Rotinas registro de cartas de troca de vendedor
       COPY ".\copybooks\GCC192R.cpy".
      * Rotinas relatorio
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
