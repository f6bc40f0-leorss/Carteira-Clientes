      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC154P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC154P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Consentimento de contato por cliente e canal  *
      *                  (email, telefone, WhatsApp) - situacao        *
      *                  (consentido ou opt-out), base legal LGPD,     *
      *                  data, origem e operador - e importacao dos    *
      *                  opt-outs enviados pela ferramenta de          *
      *                  marketing (log de rejeitados, tela de         *
      *                  contadores e execucao batch). Os opt-outs     *
      *                  sao respeitados pelas listas de contato do    *
      *                  GCC127P, GCC132P e GCC137P.                   *
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
      * Arquivo de consentimento de contato
       COPY ".\copybooks\GCC154FC.cpy".

      * Arquivo importacao de opt-outs da ferramenta de marketing
       SELECT ARQ-IMP-OPTOUT       ASSIGN TO  WID-ARQ-IMP-OPTOUT
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
      * Arquivo de consentimento de contato
       COPY ".\copybooks\GCC154FD.cpy".

      * Arquivo importacao de opt-outs: posicional - codigo do
      * cliente, canal (E/T/W) e data do pedido de opt-out (AAAAMMDD).
       FD  ARQ-IMP-OPTOUT.
       01  REG-ARQ-IMP-OPTOUT.
           02 IMPO-CLIE-CODIGO         PIC  9(007).
           02 IMPO-CANAL               PIC  X(001).
               88 IMPO-CANAL-VALIDO    VALUE "E" "T" "W".
           02 IMPO-DATA                PIC  9(008).

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

      * Campos da consulta de opt-out de contato
       COPY ".\copybooks\GCC154W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Cliente; Canal; Data; Motivo;".

       01  W-REG-ARQ-LOG-DET.
           05 W-LOG-CLIE-CODIGO        PIC  9(07) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-CANAL              PIC  X(01) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-DATA               PIC  X(08) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-MOTIVO             PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-CAMPOS-CONSENT.
           05  W-CSN-VALIDO            PIC X(01) VALUE "N".
           05  W-CSN-EXISTE            PIC X(01) VALUE "N".
           05  W-CSN-CLIE-RAZAO        PIC X(40) VALUE SPACES.
           05  W-CSN-CLIE-CORR         PIC 9(07) VALUE ZEROS.
           05  W-CSN-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-CSN-DATA              PIC 9(08) VALUE ZEROS.
           05  FILLER REDEFINES W-CSN-DATA.
               10  W-CSN-DATA-ANO      PIC 9(04).
               10  W-CSN-DATA-MES      PIC 9(02).
               10  W-CSN-DATA-DIA      PIC 9(02).
           05  W-CSN-SUB               PIC 9(02) VALUE ZEROS.
           05  W-CSN-CANAIS            PIC X(03) VALUE "ETW".
           05  FILLER REDEFINES W-CSN-CANAIS.
               10  W-CSN-CANAL         PIC X(01) OCCURS 3 TIMES.
           05  W-CSN-LINHA             PIC X(68) OCCURS 3 TIMES.

      * Linha da situacao de um canal na tela.
       01  W-CSN-DET.
           05  W-CSN-DET-CANAL         PIC X(10) VALUE SPACES.
           05  W-CSN-DET-SITUACAO      PIC X(12) VALUE SPACES.
           05  W-CSN-DET-BASE          PIC X(14) VALUE SPACES.
           05  W-CSN-DET-DATA          PIC 99/99/9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  W-CSN-DET-ORIGEM        PIC X(20) VALUE SPACES.

       01  W-CSN-DATA-DDMMAAAA         PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela consentimento de contato
       COPY ".\copybooks\GCC154S.cpy".

      *----------------------------------------------------------------*
       01  S-TELA-IMP-OPTOUT.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Arquivo importacao..: "
                                       LINE 08 COL 10.
               10  S-ARQ-IMP-OPTOUT
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-OPTOUT.

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
       0000-MENU                       SECTION.
      *----------------------------------------------------------------*
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

      * Execucao batch: carga dos opt-outs da ferramenta de marketing.
           IF  LK-PARAM                EQUAL "B"
               MOVE "Consentimento Contato" TO W-MODULO
               PERFORM 4100-PROCESSAR-IMPORTACAO
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-CONSENT
               MOVE SPACES             TO W-CSN-CLIE-RAZAO
               MOVE SPACES             TO W-CSN-LINHA(1)
                                          W-CSN-LINHA(2)
                                          W-CSN-LINHA(3)
               MOVE "Consentimento Contato" TO W-MODULO
               MOVE "<Esc> Sair <F1> Registrar <F4> Importar opt-outs"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CONSENT
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-REGISTRAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F4
                       IF  W-PERFIL-GESTOR
                           PERFORM 4000-IMPORTAR-OPTOUT
                       ELSE
                           MOVE "Acesso negado para o seu perfil, tecl
      -                        "e <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-REGISTRAR                  SECTION.
      *----------------------------------------------------------------*
      * Cliente, canal e situacao do consentimento; o registro do
      * canal e criado na primeira vez e regravado nas seguintes.
           INITIALIZE REG-ARQ-CONSENT
           MOVE SPACES                 TO W-CSN-CLIE-RAZAO
           MOVE SPACES                 TO W-CSN-LINHA(1)
                                          W-CSN-LINHA(2)
                                          W-CSN-LINHA(3)
           MOVE "[Registrar]"          TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONSENT

           ACCEPT S-CONS-CLIENTE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6010-VALIDAR-CLIENTE
           IF  W-CAMPO-VALIDADO        EQUAL "N"
               GO TO 1000-99-FIM
           END-IF

           MOVE CONS-CLIE-CODIGO       TO W-CSN-CLIE-CORR
           PERFORM 1100-MONTAR-CANAIS
           DISPLAY S-TELA-CONSENT

           ACCEPT S-CONS-CANAL
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1000-99-FIM
           END-IF
           INSPECT CONS-CANAL CONVERTING "etw" TO "ETW"
           IF  NOT CONS-CANAL-VALIDO
               MOVE "Canal invalido (E/T/W), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6900-LER-CONSENT-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "S"                TO W-CSN-EXISTE
           ELSE
               MOVE "N"                TO W-CSN-EXISTE
               MOVE SPACES             TO CONS-SITUACAO
                                          CONS-OPERADOR
               MOVE "C"                TO CONS-BASE-LEGAL
               ACCEPT CONS-DATA        FROM DATE YYYYMMDD
               MOVE "TELA"             TO CONS-ORIGEM
           END-IF
           DISPLAY S-TELA-CONSENT

           MOVE "N"                    TO W-CSN-VALIDO
           PERFORM 6100-ACEITAR-CAMPOS
                   UNTIL W-CSN-VALIDO EQUAL "S"
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CONS-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CONS-OPERADOR
               PERFORM 7630-ABRIR-ARQ-CONSENT
               IF  W-CSN-EXISTE        EQUAL "S"
                   REWRITE REG-ARQ-CONSENT
               ELSE
                   WRITE REG-ARQ-CONSENT
               END-IF
               IF  FS-OK
                   MOVE "Consentimento registrado com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 7639-FECHAR-ARQ-CONSENT
                   PERFORM 6300-AUDITAR-CONSENT
               ELSE
                   STRING "Erro gravar consentimento. FS: "
                          WS-RESULTADO-ACESSO
                          INTO W-MSGERRO
                   PERFORM 7639-FECHAR-ARQ-CONSENT
               END-IF
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-MONTAR-CANAIS              SECTION.
      *----------------------------------------------------------------*
      * Situacao atual dos tres canais do cliente para a tela; canal
      * sem registro aparece como "Sem registro" (nao ha restricao).
           PERFORM VARYING W-CSN-SUB FROM 1 BY 1
                   UNTIL W-CSN-SUB GREATER 3
               MOVE W-CSN-CLIE-CORR    TO CONS-CLIE-CODIGO
               MOVE W-CSN-CANAL(W-CSN-SUB)
                                       TO CONS-CANAL
               PERFORM 6900-LER-CONSENT-CONSULTA
               PERFORM 1110-FORMATAR-CANAL
               MOVE W-CSN-DET          TO W-CSN-LINHA(W-CSN-SUB)
           END-PERFORM

           INITIALIZE REG-ARQ-CONSENT
           MOVE W-CSN-CLIE-CORR        TO CONS-CLIE-CODIGO.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-FORMATAR-CANAL             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO W-CSN-DET-CANAL
                                          W-CSN-DET-SITUACAO
                                          W-CSN-DET-BASE
                                          W-CSN-DET-ORIGEM
           MOVE ZEROS                  TO W-CSN-DET-DATA

           EVALUATE W-CSN-CANAL(W-CSN-SUB)
               WHEN "E"
                   MOVE "Email"        TO W-CSN-DET-CANAL
               WHEN "T"
                   MOVE "Telefone"     TO W-CSN-DET-CANAL
               WHEN OTHER
                   MOVE "WhatsApp"     TO W-CSN-DET-CANAL
           END-EVALUATE

           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Sem registro"     TO W-CSN-DET-SITUACAO
               GO TO 1110-99-FIM
           END-IF

           IF  CONS-OPTOUT
               MOVE "Opt-out"          TO W-CSN-DET-SITUACAO
           ELSE
               MOVE "Consentido"       TO W-CSN-DET-SITUACAO
           END-IF

           EVALUATE CONS-BASE-LEGAL
               WHEN "C"
                   MOVE "Consentimento" TO W-CSN-DET-BASE
               WHEN "E"
                   MOVE "Contrato"     TO W-CSN-DET-BASE
               WHEN "L"
                   MOVE "Leg.interesse" TO W-CSN-DET-BASE
               WHEN "O"
                   MOVE "Obrig.legal"  TO W-CSN-DET-BASE
           END-EVALUATE

           MOVE CONS-DATA              TO W-CSN-DATA
           COMPUTE W-CSN-DATA-DDMMAAAA = W-CSN-DATA-DIA * 1000000
                                       + W-CSN-DATA-MES * 10000
                                       + W-CSN-DATA-ANO
           MOVE W-CSN-DATA-DDMMAAAA    TO W-CSN-DET-DATA
           MOVE CONS-ORIGEM            TO W-CSN-DET-ORIGEM.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-IMPORTAR-OPTOUT            SECTION.
      *----------------------------------------------------------------*

           MOVE "[Importar]"           TO W-OP
           MOVE "<Esc> Voltar <Enter> Importar"
                                       TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-IMP-OPTOUT
           ACCEPT S-ARQ-IMP-OPTOUT
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF

           PERFORM 4100-PROCESSAR-IMPORTACAO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-PROCESSAR-IMPORTACAO       SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-CONTADORES
           ACCEPT W-CSN-DATA-HOJE      FROM DATE YYYYMMDD

           MOVE  WID-ARQ-LOG-OPTOUT    TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO
           OPEN INPUT ARQ-IMP-OPTOUT
           IF  NOT FS-OK
               STRING "Erro abrir importacao. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4100-99-FIM
           END-IF

           PERFORM 7630-ABRIR-ARQ-CONSENT
           IF  NOT FS-OK
               CLOSE ARQ-IMP-OPTOUT
               GO TO 4100-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           DISPLAY S-TELA-CONTADOR

           PERFORM 7651-LER-PROX-IMP-OPTOUT
           PERFORM UNTIL FS-FIM
                  ADD 1                TO W-LIDOS
                  PERFORM 4200-ATUALIZAR-OPTOUT
                  PERFORM 7651-LER-PROX-IMP-OPTOUT

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM

           CLOSE ARQ-IMP-OPTOUT
           PERFORM 7639-FECHAR-ARQ-CONSENT
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-OPTOUT"           TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           MOVE  "Importacao finalizada, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-ATUALIZAR-OPTOUT           SECTION.
      *----------------------------------------------------------------*
      * Critica a linha e grava o opt-out do canal com origem
      * MARKETING; canal ainda sem registro nasce com base legal de
      * consentimento (o opt-out revoga o consentimento presumido).
      * Data futura ou em branco assume a data da carga.
           IF  IMPO-CLIE-CODIGO NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               MOVE ZEROS              TO W-LOG-CLIE-CODIGO
               MOVE SPACES             TO W-LOG-CANAL
                                          W-LOG-DATA
               PERFORM 7760-GRAVAR-ARQ-LOG
               GO TO 4200-99-FIM
           END-IF

           INSPECT IMPO-CANAL CONVERTING "etw" TO "ETW"
           IF  NOT IMPO-CANAL-VALIDO
               ADD 1                   TO W-ERROS
               MOVE "Canal invalido (E/T/W)"
                                       TO W-LOG-MOTIVO
               PERFORM 4290-MONTAR-LOG
               GO TO 4200-99-FIM
           END-IF

           MOVE IMPO-CLIE-CODIGO       TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Cliente nao cadastrado"
                                       TO W-LOG-MOTIVO
               PERFORM 4290-MONTAR-LOG
               GO TO 4200-99-FIM
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  IMPO-DATA NOT NUMERIC OR
               IMPO-DATA EQUAL ZEROS OR
               IMPO-DATA GREATER W-CSN-DATA-HOJE
               MOVE W-CSN-DATA-HOJE    TO IMPO-DATA
           END-IF

           MOVE IMPO-CLIE-CODIGO       TO CONS-CLIE-CODIGO
           MOVE IMPO-CANAL             TO CONS-CANAL
           PERFORM 7632-LER-ARQ-CONSENT-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               INITIALIZE REG-ARQ-CONSENT
               MOVE IMPO-CLIE-CODIGO   TO CONS-CLIE-CODIGO
               MOVE IMPO-CANAL         TO CONS-CANAL
               MOVE "C"                TO CONS-BASE-LEGAL
           END-IF

           MOVE "O"                    TO CONS-SITUACAO
           MOVE IMPO-DATA              TO CONS-DATA
           MOVE "MARKETING"            TO CONS-ORIGEM
           MOVE W-OPERADOR             TO CONS-OPERADOR
           MOVE W-CSN-DATA-HOJE        TO CONS-DATA-ALTERACAO

           IF  W-REG-ENCONTRADO        EQUAL "S"
               REWRITE REG-ARQ-CONSENT
           ELSE
               WRITE REG-ARQ-CONSENT
           END-IF

           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
               PERFORM 6300-AUDITAR-CONSENT
           ELSE
               ADD 1                   TO W-ERROS
               STRING "Erro gravacao. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 4290-MONTAR-LOG
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4290-MONTAR-LOG                 SECTION.
      *----------------------------------------------------------------*

           MOVE IMPO-CLIE-CODIGO       TO W-LOG-CLIE-CODIGO
           MOVE IMPO-CANAL             TO W-LOG-CANAL
           MOVE IMPO-DATA              TO W-LOG-DATA
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       4290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      *----------------------------------------------------------------*
       6010-VALIDAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * Consentimento vale para cliente cadastrado, ativo ou nao (o
      * opt-out de um inativo continua valendo se ele for reativado).
           MOVE "N"                    TO W-CAMPO-VALIDADO
           MOVE SPACES                 TO W-CSN-CLIE-RAZAO

           MOVE CONS-CLIE-CODIGO       TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Cliente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6010-99-FIM
           END-IF

           MOVE CLIE-RAZAO-SOCIAL      TO W-CSN-CLIE-RAZAO
           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-ACEITAR-CAMPOS             SECTION.
      *----------------------------------------------------------------*
      * Situacao C/O, base legal C/E/L/O, data valida e nao futura;
      * origem em branco assume "TELA".
           MOVE "S"                    TO W-CSN-VALIDO
           ACCEPT S-CONS-SITUACAO
           INSPECT CONS-SITUACAO CONVERTING "co" TO "CO"
           ACCEPT S-CONS-BASE
           INSPECT CONS-BASE-LEGAL CONVERTING "celo" TO "CELO"
           ACCEPT S-CONS-DATA
           ACCEPT S-CONS-ORIGEM

           IF  NOT CONS-SITUACAO-VALIDA
               MOVE "N"                TO W-CSN-VALIDO
               MOVE "Situacao invalida (C/O), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           IF  NOT CONS-BASE-VALIDA
               MOVE "N"                TO W-CSN-VALIDO
               MOVE "Base legal invalida (C/E/L/O), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           ACCEPT W-CSN-DATA-HOJE      FROM DATE YYYYMMDD
           MOVE CONS-DATA              TO W-CSN-DATA
           IF  W-CSN-DATA-ANO          LESS 2000 OR
               W-CSN-DATA-MES          LESS 1    OR
               W-CSN-DATA-MES          GREATER 12 OR
               W-CSN-DATA-DIA          LESS 1    OR
               W-CSN-DATA-DIA          GREATER 31 OR
               W-CSN-DATA              GREATER W-CSN-DATA-HOJE
               MOVE "N"                TO W-CSN-VALIDO
               MOVE "Data invalida ou futura (AAAAMMDD), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           IF  CONS-ORIGEM             EQUAL SPACES
               MOVE "TELA"             TO CONS-ORIGEM
           END-IF
           DISPLAY S-TELA-CONSENT.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-AUDITAR-CONSENT            SECTION.
      *----------------------------------------------------------------*
      * Linha CONSENT na trilha de clientes com canal, situacao e
      * origem na coluna da razao social; a trilha leva a mudanca ao
      * delta do CRM (GCC132P).
           MOVE SPACES                 TO W-AUDIT-RAZAO-SOCIAL
           MOVE "CONSENT"              TO W-AUDIT-OPERACAO
           MOVE CONS-CLIE-CODIGO       TO W-AUDIT-CODIGO
           STRING "Canal " CONS-CANAL
                  " Situacao " CONS-SITUACAO
                  " Base " CONS-BASE-LEGAL
                  " " CONS-ORIGEM
                  DELIMITED BY SIZE INTO W-AUDIT-RAZAO-SOCIAL
           PERFORM 7196-GRAVAR-ARQ-AUDIT-CLIE
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LER-CONSENT-CONSULTA       SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual pela chave com abre-e-fecha; arquivo ainda
      * inexistente equivale a canal sem registro.
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-CONSENT
           IF  FS-OK
               PERFORM 7632-LER-ARQ-CONSENT-CHAVE
               PERFORM 7639-FECHAR-ARQ-CONSENT
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7651-LER-PROX-IMP-OPTOUT        SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-OPTOUT NEXT
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
      * Rotinas arquivo de consentimento de contato
       COPY ".\copybooks\GCC154R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
