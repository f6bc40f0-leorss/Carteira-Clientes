      *                  batch), o que faz cada um usar direto os      *
      *                  nomes de arquivo padrao de W-ARQUIVOS em vez  *
      *                  de parar em tela esperando ACCEPT.            *
      *                  Distribuicao retida pelo limite de movimento  *
      *                  (RC 4) para o ciclo sem alerta de erro; apos  *
      *                  a decisao do supervisor (GCC161P) a           *
      *                  reexecucao retoma pelo passo DISTRIB.         *
      *                  Em seguida a apuracao dos concursos de        *
      *                  incentivo (GCC168P), que encerra os vencidos. *
      *                  Depois o aviso semanal de vencimento dos      *
      *                  contratos de fornecimento (GCC172P). Por      *
      *                  ultimo as reclamacoes de clientes com prazo   *
      *                  de atendimento vencido (GCC175P), as tarefas  *
      *                  de integracao dos clientes novos, com a lista *
      *                  semanal das vencidas (GCC210P), as cartas     *
      *                  ao cliente pelas trocas de vendedor (GCC192P) *
      *                  o resumo diario de cada vendedor para o       *
      *                  gateway de mensagens (GCC193P) e a nota de    *
      *                  prioridade de visita dos clientes, lida na    *
      *                  geracao da agenda semanal (GCC194P), e a      *
      *                  segmentacao RFM dos clientes (GCC195P) e a    *
      *                  exposicao de credito dos clientes (GCC208P).  *
      *                  Fecha o ciclo a medicao do tamanho dos        *
      *                  arquivos de dados, com o relatorio semanal de *
      *                  previsao de capacidade (GCC203P); depois do   *
      *                  ciclo roda a fila de pedidos de relatorio     *
      *                  (GCC204P).                                    *
      *                  A guarda de sanidade tambem recusa o ciclo    *
      *                  quando a versao de layout marcada num mestre  *
      *                  difere da esperada pelos programas (converter *
      *                  antes com o GCC201P).                         *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC011FC.cpy".
       COPY ".\copybooks\GCC012FC.cpy".
       COPY ".\copybooks\GCC031FC.cpy".
      * Marcas de versao do layout dos mestres
       COPY ".\copybooks\GCC201FC.cpy".

      * Contagens dos mestres do ciclo anterior (guarda de sanidade)
       SELECT ARQ-CONTAGEM         ASSIGN TO  WID-ARQ-CONTAGEM
       COPY ".\copybooks\GCC065FD.cpy".

      * Arquivo de controle de passos do ciclo: um registro no inicio
      * (status I) e outro no fim (O = concluido, E = erro, R =
      * distribuicao retida para aprovacao) de cada passo, por data
      * movimento - base da retomada apos falha.
       FD  ARQ-CHAIN.
       01  REG-ARQ-CHAIN.
           02 CHAIN-DATA-MOV           PIC  9(008).
       COPY ".\copybooks\GCC012FD.cpy".
       COPY ".\copybooks\GCC031FD.cpy".

      * Marcas de versao do layout dos mestres
       COPY ".\copybooks\GCC201FD.cpy".

      * Contagens dos mestres do ciclo anterior: uma linha por
      * arquivo com a quantidade de registros da ultima passagem.
       FD  ARQ-CONTAGEM.
      * Campos do sinal de manutencao
       COPY ".\copybooks\GCC128W.cpy".

      * Campos versao do layout dos mestres
       COPY ".\copybooks\GCC201W.cpy".

      * "S" ignora a checagem de dia util (CARTEIRA_EXEC_FORCADA),
      * para reprocessamentos excepcionais em fim de semana/feriado.
       01  W-EXEC-FORCADA               PIC X(01) VALUE "N".
           05  W-GRD-CONT              PIC 9(09) VALUE ZEROS.
           05  W-GRD-LIMITE            PIC 9(09)V9(02) VALUE ZEROS.
           05  W-GRD-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-GRD-VERSAO-ED         PIC 9(02) VALUE ZEROS.
           05  W-GRD-PROG-ED           PIC 9(02) VALUE ZEROS.
           05  W-GRD-TAB.
               10  W-GRD-ITEM          OCCURS 3 TIMES.
                   15  W-GRD-NOME      PIC X(12).
                   15  W-GRD-ATUAL     PIC 9(09).
                   15  W-GRD-ANTERIOR  PIC 9(09).
                   15  W-GRD-FS-ABERT  PIC X(02).

      * Passos do ciclo, na ordem de execucao, com a politica em caso
      * de erro: C = continua nos passos seguintes, S = para o ciclo.
      * movimento corrente: "O" ja concluido (pulado na retomada),
      * "E" com erro, espaco ainda nao executado.
       01  W-CONTROLE-CICLO.
           05  W-QTDE-PASSOS           PIC 9(02) VALUE 21.
           05  W-SUB-PASSO             PIC 9(02) VALUE ZEROS.
           05  W-CICLO-COMPLETO        PIC X(01) VALUE "S".
           05  W-CICLO-PARADO          PIC X(01) VALUE "N".
      * Conferencia do encadeamento das trilhas de auditoria.
               10  FILLER              PIC X(17)
                   VALUE "AUD-TRILGCC143P C".
      * Apuracao dos concursos de incentivo; encerra os vencidos e
      * lanca os premios no razao de liquidacao.
               10  FILLER              PIC X(17)
                   VALUE "CONCURSOGCC168P C".
      * Aviso semanal de vencimento dos contratos de fornecimento; o
      * proprio GCC172P so emite no primeiro dia util da semana.
               10  FILLER              PIC X(17)
                   VALUE "VENC-CTRGCC172P C".
      * Reclamacoes de clientes (SAC) com prazo de atendimento
      * vencido, por supervisor.
               10  FILLER              PIC X(17)
                   VALUE "SAC-ATRAGCC175P C".
      * Tarefas de integracao dos clientes novos atribuidos na
      * distribuicao do ciclo, baixas pelas visitas e notas do dia; o
      * proprio GCC210P so lista as vencidas no primeiro dia util da
      * semana.
               10  FILLER              PIC X(17)
                   VALUE "ONBOARD GCC210P C".
      * Cartas ao cliente pelas trocas de vendedor do dia (apos a
      * distribuicao e os desligamentos do proprio ciclo).
               10  FILLER              PIC X(17)
                   VALUE "CARTAS  GCC192P C".
      * Resumo diario do vendedor para o dia util seguinte (depois
      * das cartas, com agenda, compromissos e alertas ja fechados).
               10  FILLER              PIC X(17)
                   VALUE "DIGEST  GCC193P C".
      * Nota de prioridade de visita com o movimento do dia ja
      * fechado, pronta para a proxima geracao da agenda.
               10  FILLER              PIC X(17)
                   VALUE "PRIORID GCC194P C".
      * Segmentacao RFM pelas notas do dia; na mesma competencia o
      * cluster anterior e preservado.
               10  FILLER              PIC X(17)
                   VALUE "RFM     GCC195P C".
      * Exposicao de credito dos clientes pelas notas e recebimentos
      * do dia, com a relacao dos clientes em alerta por vendedor.
               10  FILLER              PIC X(17)
                   VALUE "EXPOSCREGCC208P C".
      * Medicao diaria do tamanho dos arquivos de dados; o proprio
      * GCC203P so emite a previsao no primeiro dia util da semana.
               10  FILLER              PIC X(17)
                   VALUE "CRESCARQGCC203P C".
      * Pedidos de relatorio enfileirados durante o dia, executados
      * com o ciclo ja fechado (a falha fica no proprio pedido).
               10  FILLER              PIC X(17)
                   VALUE "FILA-RELGCC204P C".
           05  FILLER REDEFINES W-TAB-PASSOS.
               10  W-PASSO-ITEM        OCCURS 21 TIMES.
                   15  W-PASSO-NOME    PIC X(08).
                   15  W-PASSO-PROG    PIC X(08).
                   15  W-PASSO-POLITICA
                                       PIC X(01).
           05  W-PASSO-STATUS-TAB.
               10  W-PASSO-STATUS      OCCURS 21 TIMES PIC X(01).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONTAGEM

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-VERSAO-LAYOUT)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-VERSAO-LAYOUT

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CLIENTE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CLIENTE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-VENDEDOR)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-VENDEDOR

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-DIST)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
                                       USING W-PARAM-BATCH
               END-IF

      * RC 4 da distribuicao: resultado retido aguardando o
      * supervisor - o ciclo para ali, mas o alerta critico ja saiu
      * do GCC030P; a reexecucao roda o passo de novo (ainda retido,
      * devolve 4 outra vez).
               IF  RETURN-CODE         EQUAL 4 AND
                   W-PASSO-NOME(W-SUB-PASSO) EQUAL "DISTRIB"
                   MOVE "R"            TO CHAIN-STATUS
                   MOVE "R"            TO W-PASSO-STATUS(W-SUB-PASSO)
                   MOVE "N"            TO W-CICLO-COMPLETO
                   MOVE "S"            TO W-CICLO-PARADO
                   DISPLAY "GCC099P - Passo " W-SUB-PASSO
                           " retido aguardando aprovacao (GCC161P)"
               ELSE
                   IF  RETURN-CODE         EQUAL ZEROS
                       MOVE "O"            TO CHAIN-STATUS
                       MOVE "O"            TO
                            W-PASSO-STATUS(W-SUB-PASSO)
                   ELSE
                       MOVE "E"            TO CHAIN-STATUS
                       MOVE "E"            TO
                            W-PASSO-STATUS(W-SUB-PASSO)
                       MOVE "N"            TO W-CICLO-COMPLETO
                       IF  W-PASSO-POLITICA(W-SUB-PASSO) EQUAL "S"
                           MOVE "S"        TO W-CICLO-PARADO
                       END-IF
                       DISPLAY "GCC099P - Passo " W-SUB-PASSO
                               " terminou com erro (RC=" RETURN-CODE ")"
      * Evento estruturado na caixa central de alertas, para o
      * operador reconhecer na abertura do dia (GCC114P).
                       MOVE "GCC099P"      TO W-ALE-ORIGEM
                       MOVE "C"            TO W-ALE-SEVERIDADE
                       MOVE SPACES         TO W-ALE-TEXTO
                       STRING "Passo " W-PASSO-NOME(W-SUB-PASSO)
                              " do job noturno terminou com erro"
                              DELIMITED BY SIZE INTO W-ALE-TEXTO
                       MOVE W-PASSO-PROG(W-SUB-PASSO)
                                           TO W-ALE-REF
                       PERFORM 7960-GRAVAR-ALERTA
                   END-IF
               END-IF
               PERFORM 0065-GRAVAR-CONTROLE-PASSO
               MOVE ZEROS              TO RETURN-CODE
                       UNTIL W-GRD-SUB GREATER 3
           END-IF

           PERFORM 0053G-CONFERIR-VERSOES

           IF  W-GRD-FALHOU            EQUAL "N"
               PERFORM 0053F-REGRAVAR-CONTAGENS
           END-IF.

           MOVE ZEROS                  TO W-GRD-CONT
           OPEN INPUT ARQ-CLIENTE
           MOVE WS-RESULTADO-ACESSO    TO W-GRD-FS-ABERT(1)
           IF  FS-OK
               READ ARQ-CLIENTE NEXT
               PERFORM UNTIL NOT FS-OK

           MOVE ZEROS                  TO W-GRD-CONT
           OPEN INPUT ARQ-VENDEDOR
           MOVE WS-RESULTADO-ACESSO    TO W-GRD-FS-ABERT(2)
           IF  FS-OK
               READ ARQ-VENDEDOR NEXT
               PERFORM UNTIL NOT FS-OK

           MOVE ZEROS                  TO W-GRD-CONT
           OPEN INPUT ARQ-DIST
           MOVE WS-RESULTADO-ACESSO    TO W-GRD-FS-ABERT(3)
           IF  FS-OK
               READ ARQ-DIST NEXT
               PERFORM UNTIL NOT FS-OK
       0053F-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0053G-CONFERIR-VERSOES          SECTION.
      *----------------------------------------------------------------*
      * Versao de layout marcada em cada mestre contra a esperada
      * pelos programas: diferente reprova o ciclo (o arquivo precisa
      * ser convertido pelo GCC201P antes). Mestre ainda sem marca
      * que abre pela definicao atual - ou nem existe - recebe a
      * marca da versao dos programas nesta passagem.
           ACCEPT W-GRD-DATA-HOJE      FROM DATE YYYYMMDD
           PERFORM 7010-CARREGAR-VERSOES-LAYOUT

           PERFORM 0053H-CONFERIR-VERSAO-ARQ
                   VARYING W-GRD-SUB FROM 1 BY 1
                   UNTIL W-GRD-SUB GREATER 3

           IF  W-VLY-ALTERADA          EQUAL "S"
               PERFORM 7011-GRAVAR-VERSOES-LAYOUT
               IF  W-VLY-ERRO          EQUAL "S"
                   DISPLAY "GCC099P - Guarda: erro ao gravar "
                           FUNCTION TRIM(WID-ARQ-VERSAO-LAYOUT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       0053G-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0053H-CONFERIR-VERSAO-ARQ       SECTION.
      *----------------------------------------------------------------*

           IF  W-VLY-VERSAO(W-GRD-SUB) EQUAL ZEROS
               IF  W-GRD-FS-ABERT(W-GRD-SUB) EQUAL "00" OR
                   W-GRD-FS-ABERT(W-GRD-SUB) EQUAL "35"
                   MOVE W-VLY-PROG(W-GRD-SUB)
                                       TO W-VLY-VERSAO(W-GRD-SUB)
                   MOVE W-GRD-DATA-HOJE
                                       TO W-VLY-DATA(W-GRD-SUB)
                   MOVE "GCC099P"      TO W-VLY-OPERADOR(W-GRD-SUB)
                   MOVE "S"            TO W-VLY-ALTERADA
                   GO TO 0053H-99-FIM
               END-IF
               MOVE "S"                TO W-GRD-FALHOU
               DISPLAY "GCC099P - Guarda: "
                       W-GRD-NOME(W-GRD-SUB)
                       " sem marca de versao e nao abre pelo layout"
                       " dos programas (FS "
                       W-GRD-FS-ABERT(W-GRD-SUB) ")"
               MOVE SPACES             TO W-ALE-TEXTO
               STRING "Guarda: " W-GRD-NOME(W-GRD-SUB)
                      " sem marca e fora do layout atual"
                      DELIMITED BY SIZE INTO W-ALE-TEXTO
               PERFORM 0053I-ALERTAR-VERSAO
               GO TO 0053H-99-FIM
           END-IF

           IF  W-VLY-VERSAO(W-GRD-SUB) NOT EQUAL W-VLY-PROG(W-GRD-SUB)
               MOVE "S"                TO W-GRD-FALHOU
               MOVE W-VLY-VERSAO(W-GRD-SUB) TO W-GRD-VERSAO-ED
               MOVE W-VLY-PROG(W-GRD-SUB)   TO W-GRD-PROG-ED
               DISPLAY "GCC099P - Guarda: "
                       W-GRD-NOME(W-GRD-SUB)
                       " na versao de layout " W-GRD-VERSAO-ED
                       ", programas na " W-GRD-PROG-ED
                       " - converter com GCC201P"
               MOVE SPACES             TO W-ALE-TEXTO
               STRING "Guarda: " W-GRD-NOME(W-GRD-SUB)
                      " layout v" W-GRD-VERSAO-ED
                      " difere da v" W-GRD-PROG-ED " dos programas"
                      DELIMITED BY SIZE INTO W-ALE-TEXTO
               PERFORM 0053I-ALERTAR-VERSAO
           END-IF.

      *----------------------------------------------------------------*
       0053H-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0053I-ALERTAR-VERSAO            SECTION.
      *----------------------------------------------------------------*

           MOVE "GCC099P"              TO W-ALE-ORIGEM
           MOVE "C"                    TO W-ALE-SEVERIDADE
           MOVE W-GRD-NOME(W-GRD-SUB)  TO W-ALE-REF
           PERFORM 7960-GRAVAR-ALERTA.

      *----------------------------------------------------------------*
       0053I-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0055-BACKUP-ARQ-DADOS           SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC128R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas marcas de versao do layout dos mestres
       COPY ".\copybooks\GCC201R.cpy".
