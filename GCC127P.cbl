      *    OBJETIVO ...: Ida e volta do dado de campo - exporta um     *
      *                  pacote por vendedor (PACOTE-NNNNNNN.txt com   *
      *                  a carteira: contatos, segmento, coordenadas   *
      *                  e ordem de visita por distancia, seguida dos  *
      *                  contatos nomeados de cada cliente) para o     *
      *                  dispositivo de campo, e importa em lote o     *
      *                  resultado das visitas no molde do GCC041P     *
      *                  (critica contra ARQ-DIST, log de rejeitados   *
      *                  e tela de contadores), gravando ARQ-VISITA    *
      *                  sem redigitacao. No mesmo lote entram os      *
      *                  pedidos fechados em campo (ARQ-PEDIDO) e os   *
      *                  concorrentes vistos nos clientes visitados    *
      *                  (ARQ-CLIE-CONCOR), alem das respostas do      *
      *                  checklist do ponto de venda (ARQ-CHECK-RESP)  *
      *                  e o diario de odometro do veiculo             *
      *                  (ARQ-ODOMETRO) e os contatos remotos feitos   *
      *                  por telefone, video ou whatsapp               *
      *                  (ARQ-CONTATO-REM).                            *
      *                  Canais em opt-out de contato (GCC154P) saem   *
      *                  marcados e sem o dado do canal no pacote.     *
      *                  O detalhe do cliente leva o limite, o saldo   *
      *                  em aberto, o saldo com mais de 60 dias e o    *
      *                  alerta de credito do ultimo calculo de        *
      *                  exposicao (GCC208P).                          *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC052FC.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".
      * Catalogo de produtos
       COPY ".\copybooks\GCC147FC.cpy".
      * Arquivo de pedidos de visita
       COPY ".\copybooks\GCC149FC.cpy".
      * Arquivo de itens de pedido
       COPY ".\copybooks\GCC150FC.cpy".
      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FC.cpy".
      * Arquivo de consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FC.cpy".
      * Cadastro de concorrentes
       COPY ".\copybooks\GCC178FC.cpy".
      * Presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179FC.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FC.cpy".
      * Checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181FC.cpy".
      * Respostas do checklist por visita
       COPY ".\copybooks\GCC182FC.cpy".
      * Diario de odometro do veiculo
       COPY ".\copybooks\GCC187FC.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FC.cpy".
      * Arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208FC.cpy".

      * Pacote de campo do vendedor corrente
       SELECT ARQ-PACOTE           ASSIGN TO  W-PAC-NOME
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo importacao de pedidos de campo
       SELECT ARQ-IMP-PEDIDO       ASSIGN TO  WID-ARQ-IMP-PEDIDO
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo importacao de concorrentes vistos em campo
       SELECT ARQ-IMP-CONCOR       ASSIGN TO  WID-ARQ-IMP-CONCOR
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo importacao de checklist preenchido em campo
       SELECT ARQ-IMP-CHECK        ASSIGN TO  WID-ARQ-IMP-CHECK
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo importacao do odometro diario do veiculo
       SELECT ARQ-IMP-ODOM         ASSIGN TO  WID-ARQ-IMP-ODOM
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo importacao de contatos remotos
       SELECT ARQ-IMP-CONTREM      ASSIGN TO  WID-ARQ-IMP-CONTREM
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo log de rejeitados
       SELECT ARQ-LOG              ASSIGN TO  W-ARQ-LOG
           ORGANIZATION            IS  LINE SEQUENTIAL
       COPY ".\copybooks\GCC052FD.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".
      * Catalogo de produtos
       COPY ".\copybooks\GCC147FD.cpy".
      * Arquivo de pedidos de visita
       COPY ".\copybooks\GCC149FD.cpy".
      * Arquivo de itens de pedido
       COPY ".\copybooks\GCC150FD.cpy".
      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FD.cpy".
      * Arquivo de consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FD.cpy".
      * Cadastro de concorrentes
       COPY ".\copybooks\GCC178FD.cpy".
      * Presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179FD.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FD.cpy".
      * Checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181FD.cpy".
      * Respostas do checklist por visita
       COPY ".\copybooks\GCC182FD.cpy".
      * Diario de odometro do veiculo
       COPY ".\copybooks\GCC187FD.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FD.cpy".
      * Arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208FD.cpy".

       FD  ARQ-PACOTE.
       01  REG-ARQ-PACOTE              PIC X(160).
           02 IMPVI-RESULTADO          PIC  X(001).
           02 IMPVI-OBSERVACAO         PIC  X(060).

      * Importacao de pedidos de campo: posicional, uma linha por
      * item - chave da visita (data, vendedor, cliente), produto,
      * quantidade e valor da linha; as linhas da mesma visita vem
      * juntas e formam um pedido.
       FD  ARQ-IMP-PEDIDO.
       01  REG-ARQ-IMP-PEDIDO.
           02 IMPPD-DATA               PIC  9(008).
           02 IMPPD-VEND-CODIGO        PIC  9(007).
           02 IMPPD-CLIE-CODIGO        PIC  9(007).
           02 IMPPD-PRODUTO            PIC  X(010).
           02 IMPPD-QUANTIDADE         PIC  9(007)V9(003).
           02 IMPPD-VALOR              PIC  9(011)V99.

      * Importacao de concorrentes vistos em campo: posicional - chave
      * da visita (data, vendedor, cliente), concorrente, linha de
      * produto e volume mensal estimado comprado do concorrente.
       FD  ARQ-IMP-CONCOR.
       01  REG-ARQ-IMP-CONCOR.
           02 IMPCC-DATA               PIC  9(008).
           02 IMPCC-VEND-CODIGO        PIC  9(007).
           02 IMPCC-CLIE-CODIGO        PIC  9(007).
           02 IMPCC-CCOR-CODIGO        PIC  9(003).
           02 IMPCC-LNEG-CODIGO        PIC  9(002).
           02 IMPCC-VOLUME-MES         PIC  9(011)V99.

      * Importacao do checklist do ponto de venda: posicional - chave
      * da visita (data, vendedor, cliente), item do checklist do
      * segmento do cliente, resposta sim/nao (S/N) e resposta
      * numerica (itens numericos).
       FD  ARQ-IMP-CHECK.
       01  REG-ARQ-IMP-CHECK.
           02 IMPCK-DATA               PIC  9(008).
           02 IMPCK-VEND-CODIGO        PIC  9(007).
           02 IMPCK-CLIE-CODIGO        PIC  9(007).
           02 IMPCK-ITEM               PIC  9(002).
           02 IMPCK-RESPOSTA-SN        PIC  X(001).
           02 IMPCK-RESPOSTA-NUM       PIC  9(007)V99.

      * Importacao do odometro diario: posicional - vendedor, data,
      * placa do veiculo e quilometragem inicial e final do dia.
       FD  ARQ-IMP-ODOM.
       01  REG-ARQ-IMP-ODOM.
           02 IMPOD-VEND-CODIGO        PIC  9(007).
           02 IMPOD-DATA               PIC  9(008).
           02 IMPOD-PLACA              PIC  X(007).
           02 IMPOD-KM-INICIAL         PIC  9(007).
           02 IMPOD-KM-FINAL           PIC  9(007).

      * Importacao de contatos remotos: posicional - data, vendedor,
      * cliente, canal (T/V/W), resultado (E/S) e observacao.
       FD  ARQ-IMP-CONTREM.
       01  REG-ARQ-IMP-CONTREM.
           02 IMPCR-DATA               PIC  9(008).
           02 IMPCR-VEND-CODIGO        PIC  9(007).
           02 IMPCR-CLIE-CODIGO        PIC  9(007).
           02 IMPCR-CANAL              PIC  X(001).
           02 IMPCR-RESULTADO          PIC  X(001).
           02 IMPCR-OBSERVACAO         PIC  X(060).

      * Arquivo log de rejeitados
       FD  ARQ-LOG.
       01  REG-ARQ-LOG                  PIC X(132).
      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos da consulta de opt-out de contato
       COPY ".\copybooks\GCC154W.cpy".

      * Campos validacao do concorrente
       COPY ".\copybooks\GCC178W.cpy".

      * Campos de apoio a presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179W.cpy".

      * Campos validacao da linha de negocio
       COPY ".\copybooks\GCC160W.cpy".

      * Tabela do checklist ativo do segmento
       COPY ".\copybooks\GCC181W.cpy".

      * Campos critica do diario de odometro
       COPY ".\copybooks\GCC187W.cpy".

      * Campos critica do contato remoto
       COPY ".\copybooks\GCC189W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Data; Vendedor; Cliente; Motivo;".
           05  W-PAC-GERADOS           PIC 9(04) VALUE ZEROS.
           05  W-PAC-GERADOS-ED        PIC ZZZ9.
           05  W-PAC-TROCOU            PIC X(01) VALUE "N".
           05  W-PAC-CONT-ABERTO       PIC X(01) VALUE "N".
           05  W-PAC-CRED-ABERTO       PIC X(01) VALUE "N".

      * Cabecalho do pacote: vendedor, data de geracao e quantidade.
       01  W-REG-PAC-CAB.
           05 W-PC-QTDE                PIC 9(05) VALUE ZEROS.

      * Detalhe do pacote: ordem, cliente, cnpj, razao, segmento,
      * coordenadas, telefone e canais em opt-out de contato (E, T, W
      * nas posicoes 1 a 3, branco = sem restricao); por ultimo o
      * credito: limite, saldo em aberto, saldo com mais de 60 dias e
      * alerta (L limite, A atraso, D ambos, branco = sem alerta).
       01  W-REG-PAC-DET.
           05 W-PD-ORDEM               PIC 9(03) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PD-LONGITUDE           PIC S9(03)V9(08) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PD-TELEFONE            PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PD-OPTOUT              PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PD-CRED-LIMITE         PIC 9(11)V9(02) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PD-CRED-SALDO          PIC 9(11)V9(02) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PD-CRED-VENCIDO        PIC 9(11)V9(02) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PD-CRED-ALERTA         PIC X(01) VALUE SPACE.

      * Contato nomeado do cliente, logo apos o detalhe dele: cliente,
      * sequencia, nome, papel (C/F/R/O), telefone, email e principal.
       01  W-REG-PAC-CONT.
           05 FILLER                   PIC X(04) VALUE "CONT".
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PCT-CLIE               PIC 9(07) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PCT-SEQ                PIC 9(03) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PCT-NOME               PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PCT-PAPEL              PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PCT-TELEFONE           PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PCT-EMAIL              PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 W-PCT-PRINCIPAL          PIC X(01) VALUE SPACE.

      * Pedido de campo em montagem: chave da visita corrente, numero
      * reservado, itens gravados e total, e o motivo quando a visita
      * inteira e rejeitada.
       01  W-CAMPOS-PEDIDO.
           05  W-IPD-CHAVE-ATUAL.
               10  W-IPD-ATU-DATA      PIC 9(08) VALUE ZEROS.
               10  W-IPD-ATU-VEND      PIC 9(07) VALUE ZEROS.
               10  W-IPD-ATU-CLIE      PIC 9(07) VALUE ZEROS.
           05  W-IPD-ABERTO            PIC X(01) VALUE "N".
           05  W-IPD-DESCARTA          PIC X(01) VALUE "N".
           05  W-IPD-MOTIVO            PIC X(40) VALUE SPACES.
           05  W-IPD-NUMERO            PIC 9(09) VALUE ZEROS.
           05  W-IPD-PROX-NUMERO       PIC 9(09) VALUE ZEROS.
           05  W-IPD-SEQ               PIC 9(03) VALUE ZEROS.
           05  W-IPD-TOTAL             PIC 9(11)V99 VALUE ZEROS.

      * Checklist de campo: cliente e segmento da tabela carregada.
       01  W-CAMPOS-CHECK.
           05  W-ICK-CLIE-ATUAL        PIC 9(07) VALUE ZEROS.
           05  W-ICK-SEG-ATUAL         PIC X(01) VALUE SPACE.

      * Carteira do vendedor corrente ordenada pela distancia, a
      * ordem de visita do pacote.
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-VISITA.
               10  VALUE  "Arquivo pedidos.....: "
                                       LINE 09 COL 10.
               10  S-ARQ-IMP-PEDIDO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 09 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-PEDIDO.
               10  VALUE  "Arquivo concorrentes: "
                                       LINE 10 COL 10.
               10  S-ARQ-IMP-CONCOR
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-CONCOR.
               10  VALUE  "Arquivo checklist...: "
                                       LINE 11 COL 10.
               10  S-ARQ-IMP-CHECK
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-CHECK.
               10  VALUE  "Arquivo odometro....: "
                                       LINE 12 COL 10.
               10  S-ARQ-IMP-ODOM
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-ODOM.
               10  VALUE  "Arquivo contato rem.: "
                                       LINE 13 COL 10.
               10  S-ARQ-IMP-CONTREM
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 13 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-CONTREM.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Lidos.......:"  LINE 14 COL 10.
               10  S-LIDOS             LINE 14 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-LIDOS.
               10  VALUE  "Gravados....:"  LINE 16 COL 10.
               10  S-GRAVADOS          LINE 16 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-GRAVADOS.
               10  VALUE  "Erros.......:"  LINE 18 COL 10.
               10  S-ERROS             LINE 18 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-ERROS.
      *
       COPY screenio.
      * dispositivo de campo).
           MOVE "[Exportar]"           TO W-OP
           MOVE ZEROS                  TO W-PAC-GERADOS
                                          W-CNS-SUPRIMIDOS
           MOVE "GCC127P"              TO W-SUPR-PROGRAMA
           MOVE "MARCADO"              TO W-SUPR-ACAO

           PERFORM 7211-ABRIR-INPUT-ARQ-VEND
           IF  NOT FS-OK
           PERFORM 7290-FECHAR-ARQ-VEND

           MOVE W-PAC-GERADOS          TO W-PAC-GERADOS-ED
           MOVE W-CNS-SUPRIMIDOS       TO W-CNS-SUPRIMIDOS-ED
           MOVE SPACES                 TO W-MSGERRO
           STRING "Pacotes gerados: " W-PAC-GERADOS-ED
                  ", clientes com opt-out: " W-CNS-SUPRIMIDOS-ED
                  ", tecle <Enter>"
                  DELIMITED BY SIZE INTO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.
           MOVE W-QTDE-TAB-PAC         TO W-PC-QTDE
           WRITE REG-ARQ-PACOTE        FROM W-REG-PAC-CAB

           MOVE "N"                    TO W-PAC-CONT-ABERTO
           OPEN INPUT ARQ-CONTATO
           IF  FS-OK
               MOVE "S"                TO W-PAC-CONT-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE "N"                    TO W-CNS-ABERTO
           OPEN INPUT ARQ-CONSENT
           IF  FS-OK
               MOVE "S"                TO W-CNS-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE "N"                    TO W-PAC-CRED-ABERTO
           PERFORM 7174-ABRIR-INPUT-ARQ-CREDITO
           IF  FS-OK
               MOVE "S"                TO W-PAC-CRED-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 2350-GRAVAR-DETALHE
                   VARYING W-SUB-PAC FROM 1 BY 1
                   UNTIL W-SUB-PAC GREATER W-QTDE-TAB-PAC

           IF  W-PAC-CONT-ABERTO       EQUAL "S"
               CLOSE ARQ-CONTATO
           END-IF
           IF  W-CNS-ABERTO            EQUAL "S"
               PERFORM 7639-FECHAR-ARQ-CONSENT
               MOVE "N"                TO W-CNS-ABERTO
           END-IF
           IF  W-PAC-CRED-ABERTO       EQUAL "S"
               PERFORM 7179-FECHAR-ARQ-CREDITO
           END-IF
           CLOSE ARQ-PACOTE.

      *----------------------------------------------------------------*
               MOVE ZEROS              TO W-PD-LATITUDE
                                          W-PD-LONGITUDE
           END-IF

      * Opt-out de contato: canais marcados na linha; telefone so sai
      * do pacote com ligacao e WhatsApp recusados. Cliente marcado
      * vai para o log de supressoes.
           MOVE W-PD-CLIE              TO W-CNS-CLIE-CODIGO
           PERFORM 7637-VERIFICAR-OPTOUT-CLIE
           MOVE W-CNS-CANAIS-OPTOUT    TO W-PD-OPTOUT
           IF  W-CNS-OPTOUT-FONE AND W-CNS-OPTOUT-WHATS
               MOVE SPACES             TO W-PD-TELEFONE
           END-IF
           IF  NOT W-CNS-SEM-OPTOUT
               PERFORM 7638-GRAVAR-ARQ-SUPR-CONTATO
           END-IF

      * Exposicao de credito do ultimo calculo.
           MOVE ZEROS                  TO W-PD-CRED-LIMITE
                                          W-PD-CRED-SALDO
                                          W-PD-CRED-VENCIDO
           MOVE SPACE                  TO W-PD-CRED-ALERTA
           IF  W-PAC-CRED-ABERTO       EQUAL "S"
               MOVE W-PD-CLIE          TO CRED-CLIE-CODIGO
               PERFORM 7175-LER-ARQ-CREDITO-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE CRED-LIMITE    TO W-PD-CRED-LIMITE
                   MOVE CRED-SALDO-ABERTO
                                       TO W-PD-CRED-SALDO
                   COMPUTE W-PD-CRED-VENCIDO = CRED-FAIXA-61-90
                                             + CRED-FAIXA-90-MAIS
                   MOVE CRED-ALERTA    TO W-PD-CRED-ALERTA
               END-IF
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF
           WRITE REG-ARQ-PACOTE        FROM W-REG-PAC-DET

           IF  W-PAC-CONT-ABERTO       EQUAL "S"
               PERFORM 2360-GRAVAR-CONTATOS
           END-IF.

      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2360-GRAVAR-CONTATOS            SECTION.
      *----------------------------------------------------------------*
      * Linhas CONT com os contatos nomeados do cliente do detalhe,
      * sem o email e o telefone dos canais em opt-out do cliente
      * (W-CNS-CANAIS-OPTOUT ja consultado no detalhe).
           MOVE W-PD-CLIE              TO CONT-CLIE-CODIGO
           MOVE ZEROS                  TO CONT-SEQ
           PERFORM 7624-START-ARQ-CONTATO-ASC
           IF  FS-OK
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR CONT-CLIE-CODIGO NOT EQUAL W-PD-CLIE
               MOVE CONT-CLIE-CODIGO   TO W-PCT-CLIE
               MOVE CONT-SEQ           TO W-PCT-SEQ
               MOVE CONT-NOME          TO W-PCT-NOME
               MOVE CONT-PAPEL         TO W-PCT-PAPEL
               MOVE CONT-TELEFONE      TO W-PCT-TELEFONE
               MOVE CONT-EMAIL         TO W-PCT-EMAIL
               MOVE CONT-PRINCIPAL     TO W-PCT-PRINCIPAL
               IF  W-CNS-OPTOUT-EMAIL
                   MOVE SPACES         TO W-PCT-EMAIL
               END-IF
               IF  W-CNS-OPTOUT-FONE AND W-CNS-OPTOUT-WHATS
                   MOVE SPACES         TO W-PCT-TELEFONE
               END-IF
               WRITE REG-ARQ-PACOTE    FROM W-REG-PAC-CONT
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-PERFORM

           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-IMPORTAR-VISITAS           SECTION.
      *----------------------------------------------------------------*
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           PERFORM 3500-IMPORTAR-PEDIDOS
           PERFORM 3600-IMPORTAR-CONCORRENCIA
           PERFORM 3700-IMPORTAR-CHECKLIST
           PERFORM 3800-IMPORTAR-ODOMETRO
           PERFORM 3900-IMPORTAR-CONTATO-REM

           MOVE  "Importacao finalizada, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.
       3190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-IMPORTAR-PEDIDOS           SECTION.
      *----------------------------------------------------------------*
      * Pedidos fechados em campo, depois das visitas do lote: uma
      * linha por item, as linhas da mesma visita formam um pedido.
      * O pedido so entra se a visita estiver registrada como
      * realizada e ainda sem pedido. Sem arquivo de pedidos no lote
      * a carga e simplesmente pulada.
           INITIALIZE W-CONTADORES W-CAMPOS-PEDIDO
           MOVE  WID-ARQ-LOG-PEDIDO    TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO

           OPEN INPUT ARQ-IMP-PEDIDO
           IF  NOT FS-OK
               IF  NOT FS-ARQ-NAO-ENCONTRADO
                   STRING "Erro abrir importacao de pedidos. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 3500-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           PERFORM 7541-ABRIR-INPUT-ARQ-PRODUTO
           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           PERFORM 7000-ABRIR-ARQ-PEDIDO
           PERFORM 7700-ABRIR-ARQ-PEDIDO-ITEM
           PERFORM 3550-OBTER-PROX-PEDIDO
           DISPLAY S-TELA-CONTADOR

           PERFORM 7652-LER-PROX-IMP-PEDIDO
           PERFORM UNTIL NOT FS-OK
                  ADD 1                TO W-LIDOS
                  PERFORM 3510-VERIFICAR-ITEM-PEDIDO
                  PERFORM 7652-LER-PROX-IMP-PEDIDO

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM
           PERFORM 3560-FECHAR-PEDIDO

           CLOSE ARQ-IMP-PEDIDO
           PERFORM 7709-FECHAR-ARQ-PED-ITEM
           PERFORM 7009-FECHAR-ARQ-PEDIDO
           PERFORM 7390-FECHAR-ARQ-VISITA
           PERFORM 7549-FECHAR-ARQ-PRODUTO
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-PEDIDO"           TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-VERIFICAR-ITEM-PEDIDO      SECTION.
      *----------------------------------------------------------------*
      * Critica a linha: campos numericos, a visita do pedido (lida
      * uma vez na troca de chave), produto ativo no catalogo e
      * quantidade e valor preenchidos.
           IF  IMPPD-DATA        NOT NUMERIC OR
               IMPPD-VEND-CODIGO NOT NUMERIC OR
               IMPPD-CLIE-CODIGO NOT NUMERIC OR
               IMPPD-QUANTIDADE  NOT NUMERIC OR
               IMPPD-VALOR       NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               MOVE ZEROS              TO W-LOG-DATA
                                          W-LOG-VEND
                                          W-LOG-CLIE
               PERFORM 7760-GRAVAR-ARQ-LOG
               GO TO 3510-99-FIM
           END-IF

           IF  IMPPD-DATA        NOT EQUAL W-IPD-ATU-DATA OR
               IMPPD-VEND-CODIGO NOT EQUAL W-IPD-ATU-VEND OR
               IMPPD-CLIE-CODIGO NOT EQUAL W-IPD-ATU-CLIE
               PERFORM 3560-FECHAR-PEDIDO
               PERFORM 3520-INICIAR-PEDIDO
           END-IF

           IF  W-IPD-DESCARTA          EQUAL "S"
               ADD 1                   TO W-ERROS
               MOVE W-IPD-MOTIVO       TO W-LOG-MOTIVO
               PERFORM 3590-MONTAR-LOG-PEDIDO
               GO TO 3510-99-FIM
           END-IF

           MOVE IMPPD-PRODUTO          TO PROD-CODIGO
           PERFORM 7543-LER-ARQ-PRODUTO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Produto nao cadastrado"
                                       TO W-LOG-MOTIVO
               PERFORM 3590-MONTAR-LOG-PEDIDO
               GO TO 3510-99-FIM
           END-IF
           IF  PROD-INATIVO
               ADD 1                   TO W-ERROS
               MOVE "Produto inativo no catalogo"
                                       TO W-LOG-MOTIVO
               PERFORM 3590-MONTAR-LOG-PEDIDO
               GO TO 3510-99-FIM
           END-IF

           IF  IMPPD-QUANTIDADE        EQUAL ZEROS OR
               IMPPD-VALOR             EQUAL ZEROS
               ADD 1                   TO W-ERROS
               MOVE "Quantidade ou valor zerado"
                                       TO W-LOG-MOTIVO
               PERFORM 3590-MONTAR-LOG-PEDIDO
               GO TO 3510-99-FIM
           END-IF

           IF  W-IPD-SEQ           NOT LESS 999
               ADD 1                   TO W-ERROS
               MOVE "Limite de itens do pedido excedido"
                                       TO W-LOG-MOTIVO
               PERFORM 3590-MONTAR-LOG-PEDIDO
               GO TO 3510-99-FIM
           END-IF

      * Primeiro item valido da visita abre o pedido e reserva o
      * numero.
           IF  W-IPD-ABERTO            EQUAL "N"
               MOVE "S"                TO W-IPD-ABERTO
               MOVE W-IPD-PROX-NUMERO  TO W-IPD-NUMERO
               ADD 1                   TO W-IPD-PROX-NUMERO
           END-IF

           ADD 1                       TO W-IPD-SEQ
           INITIALIZE REG-ARQ-PEDIDO-ITEM
           MOVE W-IPD-NUMERO           TO PITEM-NUMERO
           MOVE W-IPD-SEQ              TO PITEM-SEQ
           MOVE IMPPD-PRODUTO          TO PITEM-PRODUTO
           MOVE IMPPD-QUANTIDADE       TO PITEM-QUANTIDADE
           MOVE IMPPD-VALOR            TO PITEM-VALOR
           WRITE REG-ARQ-PEDIDO-ITEM
           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
               ADD IMPPD-VALOR         TO W-IPD-TOTAL
           ELSE
               SUBTRACT 1              FROM W-IPD-SEQ
               ADD 1                   TO W-ERROS
               STRING "Erro gravacao. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 3590-MONTAR-LOG-PEDIDO
           END-IF.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3520-INICIAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      * Nova chave de visita no arquivo: confere a visita em
      * ARQ-VISITA e a ausencia de pedido ja registrado para ela
      * (rerodar o lote nao duplica pedidos). Se a visita nao servir,
      * todas as linhas dela sao rejeitadas com o mesmo motivo.
           MOVE IMPPD-DATA             TO W-IPD-ATU-DATA
           MOVE IMPPD-VEND-CODIGO      TO W-IPD-ATU-VEND
           MOVE IMPPD-CLIE-CODIGO      TO W-IPD-ATU-CLIE
           MOVE "N"                    TO W-IPD-ABERTO
                                          W-IPD-DESCARTA
           MOVE SPACES                 TO W-IPD-MOTIVO
           MOVE ZEROS                  TO W-IPD-SEQ
                                          W-IPD-TOTAL

           INITIALIZE REG-ARQ-VISITA
           MOVE IMPPD-DATA             TO VISITA-DATA
           MOVE IMPPD-VEND-CODIGO      TO VISITA-VEND-CODIGO
           MOVE IMPPD-CLIE-CODIGO      TO VISITA-CLIE-CODIGO
           PERFORM 7351-LER-ARQ-VISITA-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "S"                TO W-IPD-DESCARTA
               MOVE "Pedido sem visita registrada"
                                       TO W-IPD-MOTIVO
               GO TO 3520-99-FIM
           END-IF
           IF  NOT VISITA-REALIZADA
               MOVE "S"                TO W-IPD-DESCARTA
               MOVE "Pedido em visita nao realizada"
                                       TO W-IPD-MOTIVO
               GO TO 3520-99-FIM
           END-IF

           MOVE W-IPD-CHAVE-ATUAL      TO PED-CHAVE-VISITA
           PERFORM 7004-START-ARQ-PEDIDO-VISITA
           IF  FS-OK
               PERFORM 7003-LER-PROX-ARQ-PEDIDO
               IF  FS-OK AND
                   PED-CHAVE-VISITA    EQUAL W-IPD-CHAVE-ATUAL
                   MOVE "S"            TO W-IPD-DESCARTA
                   MOVE "Pedido ja registrado para a visita"
                                       TO W-IPD-MOTIVO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       3520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3550-OBTER-PROX-PEDIDO          SECTION.
      *----------------------------------------------------------------*
      * Proximo numero de pedido: o ultimo gravado + 1; os pedidos do
      * lote sao numerados em sequencia a partir dele.
           MOVE 1                      TO W-IPD-PROX-NUMERO
           MOVE 999999999              TO PED-NUMERO
           PERFORM 7007-START-ARQ-PEDIDO-DES
           IF  FS-OK
               PERFORM 7008-LER-ANT-ARQ-PEDIDO
               IF  FS-OK
                   COMPUTE W-IPD-PROX-NUMERO = PED-NUMERO + 1
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       3550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3560-FECHAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      * Fim das linhas de uma visita: grava o cabecalho do pedido com
      * a quantidade de itens e o total, situacao digitado.
           IF  W-IPD-ABERTO        NOT EQUAL "S"
               GO TO 3560-99-FIM
           END-IF
           MOVE "N"                    TO W-IPD-ABERTO

           INITIALIZE REG-ARQ-PEDIDO
           MOVE W-IPD-NUMERO           TO PED-NUMERO
           MOVE W-IPD-CHAVE-ATUAL      TO PED-CHAVE-VISITA
           SET PED-DIGITADO            TO TRUE
           MOVE W-IPD-SEQ              TO PED-QTDE-ITENS
           MOVE W-IPD-TOTAL            TO PED-VALOR-TOTAL
           SET PED-ORIGEM-CAMPO        TO TRUE
           ACCEPT PED-DATA-DIGITACAO   FROM DATE YYYYMMDD
           MOVE PED-DATA-DIGITACAO     TO PED-DATA-SITUACAO
           MOVE ZEROS                  TO PED-DATA-ENVIO
           MOVE W-OPERADOR             TO PED-OPERADOR
           WRITE REG-ARQ-PEDIDO
           IF  NOT FS-OK
               ADD 1                   TO W-ERROS
               MOVE W-IPD-ATU-DATA     TO W-LOG-DATA
               MOVE W-IPD-ATU-VEND     TO W-LOG-VEND
               MOVE W-IPD-ATU-CLIE     TO W-LOG-CLIE
               STRING "Erro gravacao pedido. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 7760-GRAVAR-ARQ-LOG
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3590-MONTAR-LOG-PEDIDO          SECTION.
      *----------------------------------------------------------------*

           MOVE  IMPPD-DATA            TO W-LOG-DATA
           MOVE  IMPPD-VEND-CODIGO     TO W-LOG-VEND
           MOVE  IMPPD-CLIE-CODIGO     TO W-LOG-CLIE
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       3590-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-IMPORTAR-CONCORRENCIA      SECTION.
      *----------------------------------------------------------------*
      * Concorrentes vistos em campo, depois das visitas e pedidos do
      * lote: uma linha por cliente, concorrente e linha de produto,
      * amarrada a uma visita realizada. A observacao entra em
      * ARQ-CLIE-CONCOR (a mesma chave e regravada, salvo observacao
      * mais recente ja gravada). Sem arquivo de concorrentes no lote
      * a carga e simplesmente pulada.
           INITIALIZE W-CONTADORES
           MOVE  WID-ARQ-LOG-CONCOR    TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO

           OPEN INPUT ARQ-IMP-CONCOR
           IF  NOT FS-OK
               IF  NOT FS-ARQ-NAO-ENCONTRADO
                   STRING "Erro abrir importacao de concorrentes. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 3600-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           PERFORM 7100-ABRIR-ARQ-CLIE-CONCOR
           DISPLAY S-TELA-CONTADOR

           PERFORM 7653-LER-PROX-IMP-CONCOR
           PERFORM UNTIL NOT FS-OK
                  ADD 1                TO W-LIDOS
                  PERFORM 3610-VERIFICAR-CONCORRENCIA
                  PERFORM 7653-LER-PROX-IMP-CONCOR

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM

           CLOSE ARQ-IMP-CONCOR
           PERFORM 7109-FECHAR-ARQ-CLIE-CONCOR
           PERFORM 7390-FECHAR-ARQ-VISITA
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-CONCOR"           TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3610-VERIFICAR-CONCORRENCIA     SECTION.
      *----------------------------------------------------------------*
      * Critica a linha: campos numericos, visita registrada como
      * realizada, concorrente ativo no cadastro, linha de produto
      * ativa (zerada assume a linha 01) e volume preenchido.
           IF  IMPCC-DATA        NOT NUMERIC OR
               IMPCC-VEND-CODIGO NOT NUMERIC OR
               IMPCC-CLIE-CODIGO NOT NUMERIC OR
               IMPCC-CCOR-CODIGO NOT NUMERIC OR
               IMPCC-LNEG-CODIGO NOT NUMERIC OR
               IMPCC-VOLUME-MES  NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               MOVE ZEROS              TO W-LOG-DATA
                                          W-LOG-VEND
                                          W-LOG-CLIE
               PERFORM 7760-GRAVAR-ARQ-LOG
               GO TO 3610-99-FIM
           END-IF

           INITIALIZE REG-ARQ-VISITA
           MOVE IMPCC-DATA             TO VISITA-DATA
           MOVE IMPCC-VEND-CODIGO      TO VISITA-VEND-CODIGO
           MOVE IMPCC-CLIE-CODIGO      TO VISITA-CLIE-CODIGO
           PERFORM 7351-LER-ARQ-VISITA-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Concorrente sem visita registrada"
                                       TO W-LOG-MOTIVO
               PERFORM 3690-MONTAR-LOG-CONCOR
               GO TO 3610-99-FIM
           END-IF
           IF  NOT VISITA-REALIZADA
               ADD 1                   TO W-ERROS
               MOVE "Concorrente em visita nao realizada"
                                       TO W-LOG-MOTIVO
               PERFORM 3690-MONTAR-LOG-CONCOR
               GO TO 3610-99-FIM
           END-IF

           MOVE IMPCC-CCOR-CODIGO      TO W-CCOR-PROCURADO
           PERFORM 7408-VALIDAR-CONCORRENTE
           IF  W-CCOR-VALIDO       NOT EQUAL "S"
               ADD 1                   TO W-ERROS
               MOVE "Concorrente nao cadastrado ou inativo"
                                       TO W-LOG-MOTIVO
               PERFORM 3690-MONTAR-LOG-CONCOR
               GO TO 3610-99-FIM
           END-IF

           IF  IMPCC-LNEG-CODIGO       EQUAL ZEROS
               MOVE 1                  TO IMPCC-LNEG-CODIGO
           END-IF
           MOVE IMPCC-LNEG-CODIGO      TO W-LNEG-PROCURADA
           PERFORM 7829-VALIDAR-LINHA-NEG
           IF  W-LNEG-VALIDA       NOT EQUAL "S"
               ADD 1                   TO W-ERROS
               MOVE "Linha de produto invalida ou inativa"
                                       TO W-LOG-MOTIVO
               PERFORM 3690-MONTAR-LOG-CONCOR
               GO TO 3610-99-FIM
           END-IF

           IF  IMPCC-VOLUME-MES        EQUAL ZEROS
               ADD 1                   TO W-ERROS
               MOVE "Volume mensal zerado"
                                       TO W-LOG-MOTIVO
               PERFORM 3690-MONTAR-LOG-CONCOR
               GO TO 3610-99-FIM
           END-IF

           INITIALIZE REG-ARQ-CLIE-CONCOR
           MOVE IMPCC-CLIE-CODIGO      TO CLCO-CLIE-CODIGO
           MOVE IMPCC-CCOR-CODIGO      TO CLCO-CCOR-CODIGO
           MOVE IMPCC-LNEG-CODIGO      TO CLCO-LNEG-CODIGO
           MOVE IMPCC-VOLUME-MES       TO CLCO-VOLUME-MES
           MOVE IMPCC-DATA             TO CLCO-DATA-OBSERVACAO
                                          CLCO-VIS-DATA
           MOVE IMPCC-VEND-CODIGO      TO CLCO-VIS-VEND-CODIGO
           SET CLCO-ORIGEM-CAMPO       TO TRUE
           MOVE W-OPERADOR             TO CLCO-OPERADOR
           PERFORM 7108-ATUALIZAR-CLIE-CONCOR
           EVALUATE TRUE
               WHEN W-CLCO-INCLUIDO
               WHEN W-CLCO-ATUALIZADO
                   ADD 1               TO W-GRAVADOS
               WHEN W-CLCO-MANTIDO
                   ADD 1               TO W-ERROS
                   MOVE "Ja ha observacao mais recente"
                                       TO W-LOG-MOTIVO
                   PERFORM 3690-MONTAR-LOG-CONCOR
               WHEN OTHER
                   ADD 1               TO W-ERROS
                   STRING "Erro gravacao. FS: "
                          WS-RESULTADO-ACESSO
                          INTO W-LOG-MOTIVO
                   PERFORM 3690-MONTAR-LOG-CONCOR
           END-EVALUATE
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3690-MONTAR-LOG-CONCOR          SECTION.
      *----------------------------------------------------------------*

           MOVE  IMPCC-DATA            TO W-LOG-DATA
           MOVE  IMPCC-VEND-CODIGO     TO W-LOG-VEND
           MOVE  IMPCC-CLIE-CODIGO     TO W-LOG-CLIE
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       3690-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3700-IMPORTAR-CHECKLIST         SECTION.
      *----------------------------------------------------------------*
      * Respostas do checklist do ponto de venda preenchido em campo,
      * por ultimo no lote: uma linha por visita realizada e item do
      * checklist ativo do segmento do cliente. A resposta e avaliada
      * contra o criterio do item e gravada em ARQ-CHECK-RESP; item
      * ja respondido na visita e rejeitado. Sem arquivo de checklist
      * no lote a carga e simplesmente pulada.
           INITIALIZE W-CONTADORES
           MOVE  WID-ARQ-LOG-CHECK     TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO
           MOVE  ZEROS                 TO W-ICK-CLIE-ATUAL
           MOVE  SPACE                 TO W-ICK-SEG-ATUAL
           MOVE  ZEROS                 TO W-CKL-QTDE

           OPEN INPUT ARQ-IMP-CHECK
           IF  NOT FS-OK
               IF  NOT FS-ARQ-NAO-ENCONTRADO
                   STRING "Erro abrir importacao de checklist. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 3700-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           PERFORM 7300-ABRIR-ARQ-CHECK-RESP
           DISPLAY S-TELA-CONTADOR

           PERFORM 7654-LER-PROX-IMP-CHECK
           PERFORM UNTIL NOT FS-OK
                  ADD 1                TO W-LIDOS
                  PERFORM 3710-VERIFICAR-CHECKLIST
                  PERFORM 7654-LER-PROX-IMP-CHECK

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM

           CLOSE ARQ-IMP-CHECK
           PERFORM 7309-FECHAR-ARQ-CHECK-RESP
           PERFORM 7390-FECHAR-ARQ-VISITA
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-CHECK"            TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3710-VERIFICAR-CHECKLIST        SECTION.
      *----------------------------------------------------------------*
      * Critica a linha: campos numericos, visita registrada como
      * realizada, cliente com segmento, item ativo no checklist do
      * segmento, resposta coerente com o tipo do item (S ou N na
      * sim/nao) e item ainda nao respondido na visita.
           IF  IMPCK-DATA        NOT NUMERIC OR
               IMPCK-VEND-CODIGO NOT NUMERIC OR
               IMPCK-CLIE-CODIGO NOT NUMERIC OR
               IMPCK-ITEM        NOT NUMERIC OR
               IMPCK-RESPOSTA-NUM NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               MOVE ZEROS              TO W-LOG-DATA
                                          W-LOG-VEND
                                          W-LOG-CLIE
               PERFORM 7760-GRAVAR-ARQ-LOG
               GO TO 3710-99-FIM
           END-IF

           INITIALIZE REG-ARQ-VISITA
           MOVE IMPCK-DATA             TO VISITA-DATA
           MOVE IMPCK-VEND-CODIGO      TO VISITA-VEND-CODIGO
           MOVE IMPCK-CLIE-CODIGO      TO VISITA-CLIE-CODIGO
           PERFORM 7351-LER-ARQ-VISITA-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Checklist sem visita registrada"
                                       TO W-LOG-MOTIVO
               PERFORM 3790-MONTAR-LOG-CHECK
               GO TO 3710-99-FIM
           END-IF
           IF  NOT VISITA-REALIZADA
               ADD 1                   TO W-ERROS
               MOVE "Checklist em visita nao realizada"
                                       TO W-LOG-MOTIVO
               PERFORM 3790-MONTAR-LOG-CHECK
               GO TO 3710-99-FIM
           END-IF

           IF  IMPCK-CLIE-CODIGO   NOT EQUAL W-ICK-CLIE-ATUAL
               PERFORM 3720-CARREGAR-SEGMENTO
           END-IF
           IF  W-ICK-SEG-ATUAL         EQUAL SPACE
               ADD 1                   TO W-ERROS
               MOVE "Cliente sem segmento"
                                       TO W-LOG-MOTIVO
               PERFORM 3790-MONTAR-LOG-CHECK
               GO TO 3710-99-FIM
           END-IF

           MOVE IMPCK-ITEM             TO CKR-ITEM
           PERFORM 7307-BUSCAR-ITEM-CHECKLIST
           IF  W-CKL-ACHADO            EQUAL ZEROS
               ADD 1                   TO W-ERROS
               MOVE "Item fora do checklist ativo do segmento"
                                       TO W-LOG-MOTIVO
               PERFORM 3790-MONTAR-LOG-CHECK
               GO TO 3710-99-FIM
           END-IF

           IF  W-CKL-TIPO(W-CKL-ACHADO) EQUAL "N"
               MOVE SPACE              TO IMPCK-RESPOSTA-SN
           ELSE
               INSPECT IMPCK-RESPOSTA-SN CONVERTING "sn" TO "SN"
               IF  IMPCK-RESPOSTA-SN NOT EQUAL "S" AND NOT EQUAL "N"
                   ADD 1               TO W-ERROS
                   MOVE "Resposta sim/nao invalida"
                                       TO W-LOG-MOTIVO
                   PERFORM 3790-MONTAR-LOG-CHECK
                   GO TO 3710-99-FIM
               END-IF
               MOVE ZEROS              TO IMPCK-RESPOSTA-NUM
           END-IF

           MOVE IMPCK-DATA             TO CKR-DATA
           MOVE IMPCK-VEND-CODIGO      TO CKR-VEND-CODIGO
           MOVE IMPCK-CLIE-CODIGO      TO CKR-CLIE-CODIGO
           MOVE IMPCK-ITEM             TO CKR-ITEM
           PERFORM 7302-LER-ARQ-CHECK-RESP-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               ADD 1                   TO W-ERROS
               MOVE "Item ja respondido na visita"
                                       TO W-LOG-MOTIVO
               PERFORM 3790-MONTAR-LOG-CHECK
               GO TO 3710-99-FIM
           END-IF

           INITIALIZE REG-ARQ-CHECK-RESP
           MOVE IMPCK-DATA             TO CKR-DATA
           MOVE IMPCK-VEND-CODIGO      TO CKR-VEND-CODIGO
           MOVE IMPCK-CLIE-CODIGO      TO CKR-CLIE-CODIGO
           MOVE IMPCK-ITEM             TO CKR-ITEM
           MOVE W-ICK-SEG-ATUAL        TO CKR-SEGMENTO
           MOVE IMPCK-RESPOSTA-SN      TO CKR-RESPOSTA-SN
           MOVE IMPCK-RESPOSTA-NUM     TO CKR-RESPOSTA-NUM
           SET CKR-ORIGEM-CAMPO        TO TRUE
           ACCEPT CKR-DATA-REGISTRO    FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO CKR-OPERADOR
           PERFORM 7308-AVALIAR-RESPOSTA

           WRITE REG-ARQ-CHECK-RESP
           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
           ELSE
               ADD 1                   TO W-ERROS
               STRING "Erro gravacao. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 3790-MONTAR-LOG-CHECK
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3720-CARREGAR-SEGMENTO          SECTION.
      *----------------------------------------------------------------*
      * Segmento do cliente da linha; o checklist so e recarregado
      * quando o segmento muda (o arquivo vem agrupado por visita).
           MOVE IMPCK-CLIE-CODIGO      TO W-ICK-CLIE-ATUAL
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO    NOT EQUAL "S"
               MOVE SPACE              TO CLIE-SEGMENTO
           END-IF

           IF  CLIE-SEGMENTO       NOT EQUAL W-ICK-SEG-ATUAL
               MOVE CLIE-SEGMENTO      TO W-ICK-SEG-ATUAL
                                          W-CKL-SEG-PROCURADO
               MOVE ZEROS              TO W-CKL-QTDE
               IF  W-ICK-SEG-ATUAL NOT EQUAL SPACE
                   PERFORM 7208-CARREGAR-CHECKLIST
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3790-MONTAR-LOG-CHECK           SECTION.
      *----------------------------------------------------------------*

           MOVE  IMPCK-DATA            TO W-LOG-DATA
           MOVE  IMPCK-VEND-CODIGO     TO W-LOG-VEND
           MOVE  IMPCK-CLIE-CODIGO     TO W-LOG-CLIE
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       3790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3800-IMPORTAR-ODOMETRO          SECTION.
      *----------------------------------------------------------------*
      * Odometro diario do veiculo anotado em campo: uma linha por
      * vendedor e dia com placa e quilometragem inicial e final,
      * criticada pela mesma rotina da digitacao (GCC187P) e gravada
      * em ARQ-ODOMETRO com origem lote. Dia ja registrado e
      * rejeitado (correcao pela tela). Sem arquivo de odometro no
      * lote a carga e simplesmente pulada.
           INITIALIZE W-CONTADORES
           MOVE  WID-ARQ-LOG-ODOM      TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO

           OPEN INPUT ARQ-IMP-ODOM
           IF  NOT FS-OK
               IF  NOT FS-ARQ-NAO-ENCONTRADO
                   STRING "Erro abrir importacao de odometro. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 3800-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           PERFORM 7990-ABRIR-ARQ-ODOMETRO
           DISPLAY S-TELA-CONTADOR

           PERFORM 7655-LER-PROX-IMP-ODOM
           PERFORM UNTIL NOT FS-OK
                  ADD 1                TO W-LIDOS
                  PERFORM 3810-VERIFICAR-ODOMETRO
                  PERFORM 7655-LER-PROX-IMP-ODOM

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM

           CLOSE ARQ-IMP-ODOM
           PERFORM 7999-FECHAR-ARQ-ODOMETRO
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-ODOM"             TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3810-VERIFICAR-ODOMETRO         SECTION.
      *----------------------------------------------------------------*
      * Critica a linha: campos numericos, vendedor cadastrado,
      * critica comum do odometro (7998) e dia ainda nao registrado
      * para o vendedor.
           IF  IMPOD-VEND-CODIGO NOT NUMERIC OR
               IMPOD-DATA        NOT NUMERIC OR
               IMPOD-KM-INICIAL  NOT NUMERIC OR
               IMPOD-KM-FINAL    NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               MOVE ZEROS              TO W-LOG-DATA
                                          W-LOG-VEND
                                          W-LOG-CLIE
               PERFORM 7760-GRAVAR-ARQ-LOG
               GO TO 3810-99-FIM
           END-IF

           MOVE IMPOD-VEND-CODIGO      TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Vendedor nao cadastrado"
                                       TO W-LOG-MOTIVO
               PERFORM 3890-MONTAR-LOG-ODOM
               GO TO 3810-99-FIM
           END-IF

           INITIALIZE REG-ARQ-ODOMETRO
           MOVE IMPOD-VEND-CODIGO      TO ODO-VEND-CODIGO
           MOVE IMPOD-DATA             TO ODO-DATA
           MOVE IMPOD-PLACA            TO ODO-PLACA
           INSPECT ODO-PLACA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE IMPOD-KM-INICIAL       TO ODO-KM-INICIAL
           MOVE IMPOD-KM-FINAL         TO ODO-KM-FINAL
           PERFORM 7998-CRITICAR-ODOMETRO
           IF  W-ODO-MOTIVO            NOT EQUAL SPACES
               ADD 1                   TO W-ERROS
               MOVE W-ODO-MOTIVO       TO W-LOG-MOTIVO
               PERFORM 3890-MONTAR-LOG-ODOM
               GO TO 3810-99-FIM
           END-IF

           PERFORM 7992-LER-ARQ-ODOMETRO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               ADD 1                   TO W-ERROS
               MOVE "Dia ja registrado para o vendedor"
                                       TO W-LOG-MOTIVO
               PERFORM 3890-MONTAR-LOG-ODOM
               GO TO 3810-99-FIM
           END-IF

           INITIALIZE REG-ARQ-ODOMETRO
           MOVE IMPOD-VEND-CODIGO      TO ODO-VEND-CODIGO
           MOVE IMPOD-DATA             TO ODO-DATA
           MOVE IMPOD-PLACA            TO ODO-PLACA
           INSPECT ODO-PLACA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE IMPOD-KM-INICIAL       TO ODO-KM-INICIAL
           MOVE IMPOD-KM-FINAL         TO ODO-KM-FINAL
           SET ODO-ORIGEM-LOTE         TO TRUE
           ACCEPT ODO-DATA-REGISTRO    FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO ODO-OPERADOR

           WRITE REG-ARQ-ODOMETRO
           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
           ELSE
               ADD 1                   TO W-ERROS
               STRING "Erro gravacao. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 3890-MONTAR-LOG-ODOM
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3890-MONTAR-LOG-ODOM            SECTION.
      *----------------------------------------------------------------*

           MOVE  IMPOD-DATA            TO W-LOG-DATA
           MOVE  IMPOD-VEND-CODIGO     TO W-LOG-VEND
           MOVE  ZEROS                 TO W-LOG-CLIE
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       3890-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3900-IMPORTAR-CONTATO-REM       SECTION.
      *----------------------------------------------------------------*
      * Contatos remotos (telefone, video, whatsapp) feitos em campo:
      * uma linha por dia, vendedor e cliente, criticada pela mesma
      * rotina da digitacao (GCC189P) e gravada em ARQ-CONTATO-REM
      * com origem lote. Contato ja registrado e rejeitado (correcao
      * pela tela). Sem arquivo de contatos no lote a carga e
      * simplesmente pulada.
           INITIALIZE W-CONTADORES
           MOVE  WID-ARQ-LOG-CONTREM   TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO

           OPEN INPUT ARQ-IMP-CONTREM
           IF  NOT FS-OK
               IF  NOT FS-ARQ-NAO-ENCONTRADO
                   STRING "Erro abrir importacao de contatos. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 3900-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           PERFORM 7461-ABRIR-ARQ-CONTATO-REM
           DISPLAY S-TELA-CONTADOR

           PERFORM 7656-LER-PROX-IMP-CONTREM
           PERFORM UNTIL NOT FS-OK
                  ADD 1                TO W-LIDOS
                  PERFORM 3910-VERIFICAR-CONTATO-REM
                  PERFORM 7656-LER-PROX-IMP-CONTREM

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM

           CLOSE ARQ-IMP-CONTREM
           PERFORM 7470-FECHAR-ARQ-CONTATO-REM
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-CREMOT"           TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3910-VERIFICAR-CONTATO-REM      SECTION.
      *----------------------------------------------------------------*
      * Critica a linha: campos numericos, vendedor e cliente
      * cadastrados, critica comum do contato (7469) e contato ainda
      * nao registrado no dia.
           IF  IMPCR-DATA        NOT NUMERIC OR
               IMPCR-VEND-CODIGO NOT NUMERIC OR
               IMPCR-CLIE-CODIGO NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               MOVE ZEROS              TO W-LOG-DATA
                                          W-LOG-VEND
                                          W-LOG-CLIE
               PERFORM 7760-GRAVAR-ARQ-LOG
               GO TO 3910-99-FIM
           END-IF

           MOVE IMPCR-VEND-CODIGO      TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Vendedor nao cadastrado"
                                       TO W-LOG-MOTIVO
               PERFORM 3990-MONTAR-LOG-CONTREM
               GO TO 3910-99-FIM
           END-IF

           MOVE IMPCR-CLIE-CODIGO      TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Cliente nao cadastrado"
                                       TO W-LOG-MOTIVO
               PERFORM 3990-MONTAR-LOG-CONTREM
               GO TO 3910-99-FIM
           END-IF

           INITIALIZE REG-ARQ-CONTATO-REM
           MOVE IMPCR-DATA             TO CRM-DATA
           MOVE IMPCR-VEND-CODIGO      TO CRM-VEND-CODIGO
           MOVE IMPCR-CLIE-CODIGO      TO CRM-CLIE-CODIGO
           MOVE IMPCR-CANAL            TO CRM-CANAL
           MOVE IMPCR-RESULTADO        TO CRM-RESULTADO
           INSPECT CRM-CANAL     CONVERTING "tvw" TO "TVW"
           INSPECT CRM-RESULTADO CONVERTING "es"  TO "ES"
           PERFORM 7469-CRITICAR-CONTATO-REM
           IF  W-CRM-MOTIVO            NOT EQUAL SPACES
               ADD 1                   TO W-ERROS
               MOVE W-CRM-MOTIVO       TO W-LOG-MOTIVO
               PERFORM 3990-MONTAR-LOG-CONTREM
               GO TO 3910-99-FIM
           END-IF

           PERFORM 7463-LER-ARQ-CONTATO-REM-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               ADD 1                   TO W-ERROS
               MOVE "Contato ja registrado no dia"
                                       TO W-LOG-MOTIVO
               PERFORM 3990-MONTAR-LOG-CONTREM
               GO TO 3910-99-FIM
           END-IF

           INITIALIZE REG-ARQ-CONTATO-REM
           MOVE IMPCR-DATA             TO CRM-DATA
           MOVE IMPCR-VEND-CODIGO      TO CRM-VEND-CODIGO
           MOVE IMPCR-CLIE-CODIGO      TO CRM-CLIE-CODIGO
           MOVE IMPCR-CANAL            TO CRM-CANAL
           MOVE IMPCR-RESULTADO        TO CRM-RESULTADO
           INSPECT CRM-CANAL     CONVERTING "tvw" TO "TVW"
           INSPECT CRM-RESULTADO CONVERTING "es"  TO "ES"
           MOVE IMPCR-OBSERVACAO       TO CRM-OBSERVACAO
           SET CRM-ORIGEM-LOTE         TO TRUE
           ACCEPT CRM-DATA-REGISTRO    FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO CRM-OPERADOR

           WRITE REG-ARQ-CONTATO-REM
           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
           ELSE
               ADD 1                   TO W-ERROS
               STRING "Erro gravacao. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 3990-MONTAR-LOG-CONTREM
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3990-MONTAR-LOG-CONTREM         SECTION.
      *----------------------------------------------------------------*

           MOVE  IMPCR-DATA            TO W-LOG-DATA
           MOVE  IMPCR-VEND-CODIGO     TO W-LOG-VEND
           MOVE  IMPCR-CLIE-CODIGO     TO W-LOG-CLIE
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       3990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      *----------------------------------------------------------------*
       7651-LER-PROX-IMP-VISITA        SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-VISITA NEXT
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
       7652-LER-PROX-IMP-PEDIDO        SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-PEDIDO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura importacao de pedidos. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7652-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7653-LER-PROX-IMP-CONCOR        SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-CONCOR NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura imp. concorrentes. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7653-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7654-LER-PROX-IMP-CHECK         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-CHECK NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura imp. checklist. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7654-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7655-LER-PROX-IMP-ODOM          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-ODOM NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura imp. odometro. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7655-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7656-LER-PROX-IMP-CONTREM       SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-CONTREM NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura imp. contatos. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7656-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo registro de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas catalogo de produtos
       COPY ".\copybooks\GCC147R.cpy".
      * Rotinas arquivo de pedidos de visita
       COPY ".\copybooks\GCC149R.cpy".
      * Rotinas arquivo de itens de pedido
       COPY ".\copybooks\GCC150R.cpy".
      * Rotinas arquivo de contatos do cliente
       COPY ".\copybooks\GCC153R.cpy".
      * Rotinas arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
      * Rotinas consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154R.cpy".
      * Rotinas cadastro de concorrentes
       COPY ".\copybooks\GCC178R.cpy".
      * Rotinas presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179R.cpy".
      * Rotinas cadastro de linhas de negocio
       COPY ".\copybooks\GCC160R.cpy".
      * Checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181R.cpy".
      * Respostas do checklist por visita
       COPY ".\copybooks\GCC182R.cpy".
      * Rotinas diario de odometro do veiculo
       COPY ".\copybooks\GCC187R.cpy".
      * Rotinas registro de contato remoto
       COPY ".\copybooks\GCC189R.cpy".
