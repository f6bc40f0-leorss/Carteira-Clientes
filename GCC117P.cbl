      *                  liquido derivado do detalhe - devolucao abate *
      *                  o mes e deixa de inflar comissao e ABC. A     *
      *                  recomposicao refaz do zero uma competencia a  *
      *                  partir do detalhe. Em seguida carrega os      *
      *                  itens das notas (produto, quantidade e        *
      *                  valor) em ARQ-NOTA-ITEM, quando o arquivo de  *
      *                  itens do dia existir.                         *
      *                  A devolucao traz o motivo (tabela do GCC211P) *
      *                  e a nota de venda de origem, base da analise  *
      *                  mensal das devolucoes.                        *
      *                  Cada nota traz ainda o vendedor com que foi   *
      *                  faturada no ERP, gravado em ARQ-NOTA-VERP,    *
      *                  base da conciliacao faturado x carteira       *
      *                  (GCC213P).                                    *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC055FC.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FC.cpy".
      * Arquivo vendedor faturado das notas
       COPY ".\copybooks\GCC213FC.cpy".

      * Cadastro de produtos
       COPY ".\copybooks\GCC147FC.cpy".
      * Arquivo de itens de nota fiscal
       COPY ".\copybooks\GCC148FC.cpy".

      * Arquivo importacao de notas fiscais
       SELECT ARQ-IMP-NOTAS        ASSIGN TO  WID-ARQ-IMP-NOTAS
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo importacao de itens de nota fiscal
       SELECT ARQ-IMP-ITENS        ASSIGN TO  WID-ARQ-IMP-ITENS
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo log de rejeitados
       SELECT ARQ-LOG              ASSIGN TO  W-ARQ-LOG
           ORGANIZATION            IS  LINE SEQUENTIAL

      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".
      * Tabela de motivos de devolucao
       COPY ".\copybooks\GCC211FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC055FD.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FD.cpy".
      * Arquivo vendedor faturado das notas
       COPY ".\copybooks\GCC213FD.cpy".
      * Cadastro de produtos
       COPY ".\copybooks\GCC147FD.cpy".
      * Arquivo de itens de nota fiscal
       COPY ".\copybooks\GCC148FD.cpy".

      * Arquivo importacao de notas fiscais: posicional - numero da
      * nota, cliente, data de emissao, tipo (V/D) e valor (11
      * inteiros + 2 decimais, sem separador). Na devolucao seguem o
      * motivo e o numero da nota de venda de origem (em branco na
      * venda) e, em qualquer tipo, o codigo do vendedor com que o
      * ERP faturou a nota. Linha no layout anterior, sem esses
      * campos, entra como nao informados.
       FD  ARQ-IMP-NOTAS.
       01  REG-ARQ-IMP-NOTAS.
           02 IMPN-NUMERO              PIC  9(009).
           02 IMPN-DATA-EMISSAO        PIC  9(008).
           02 IMPN-TIPO                PIC  X(001).
           02 IMPN-VALOR               PIC  9(011)V9(002).
           02 IMPN-MOTIVO-DEV          PIC  X(001).
           02 IMPN-NOTA-ORIGEM         PIC  X(009).
           02 IMPN-VEND-ERP            PIC  X(007).
           02 IMPN-VEND-ERP-NUM        REDEFINES IMPN-VEND-ERP
                                       PIC  9(007).

      * Arquivo importacao de itens de nota fiscal: posicional -
      * numero da nota, codigo do produto, quantidade (7 inteiros +
      * 3 decimais) e valor do item (11 inteiros + 2 decimais), sem
      * separador; os itens de uma nota vem em linhas seguidas.
       FD  ARQ-IMP-ITENS.
       01  REG-ARQ-IMP-ITENS.
           02 IMPI-NOTA                PIC  9(009).
           02 IMPI-PRODUTO             PIC  X(010).
           02 IMPI-QUANTIDADE          PIC  9(007)V9(003).
           02 IMPI-VALOR               PIC  9(011)V9(002).

      * Arquivo log de rejeitados
       FD  ARQ-LOG.

      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".
      * Tabela de motivos de devolucao
       COPY ".\copybooks\GCC211FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos tabela de motivos de devolucao
       COPY ".\copybooks\GCC211W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           05 W-LOG-MOTIVO             PIC  X(40) VALUES SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-REG-ARQ-LOG-ITEM-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Nota; Produto; Quantidade; Valor; Motivo;".

       01  W-REG-ARQ-LOG-ITEM-DET.
           05 W-LGI-NOTA               PIC  9(09) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LGI-PRODUTO            PIC  X(10) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LGI-QUANTIDADE         PIC  9(07)V999 VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LGI-VALOR              PIC  9(11)V99 VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LGI-MOTIVO             PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

      * Controle da carga de itens: a nota corrente do arquivo, se
      * os itens dela ja tinham sido carregados numa execucao
      * anterior (a nota inteira e recusada, sem duplicar itens) e
      * a ultima sequencia usada na nota.
       01  W-CAMPOS-ITENS.
           05  W-ITEM-NOTA-ATUAL       PIC 9(09) VALUE ZEROS.
           05  W-ITEM-NOTA-REPETIDA    PIC X(01) VALUE "N".
           05  W-ITEM-NOTA-EXISTE      PIC X(01) VALUE "N".
           05  W-ITEM-SEQ              PIC 9(03) VALUE ZEROS.

       01  W-CAMPOS-NOTAS.
           05  W-NOT-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  W-NOT-RECOMPOR          PIC 9(06) VALUE ZEROS.
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-NOTAS.
               10  VALUE  "Arquivo itens.......: "
                                       LINE 09 COL 10.
               10  S-ARQ-IMP-ITENS
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 09 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-ITENS.
               10  VALUE  "Recompor comp.(F5)..: "
                                       LINE 10 COL 10.
               10  S-NOT-RECOMPOR      BLANK WHEN ZERO

           IF  LK-PARAM                EQUAL "B"
               PERFORM 0100-PROCESSAR
               PERFORM 0200-PROCESSAR-ITENS
               GOBACK
           END-IF

                   ACCEPT S-NOT-RECOMPOR
                   PERFORM 3000-RECOMPOR-COMPETENCIA
               WHEN OTHER
                   ACCEPT S-ARQ-IMP-ITENS
                   IF  COB-CRT-STATUS  NOT EQUAL COB-SCR-ESC
                       PERFORM 0100-PROCESSAR
                       PERFORM 0200-PROCESSAR-ITENS
                   END-IF
           END-EVALUATE

           GOBACK.
      *----------------------------------------------------------------*

           INITIALIZE W-CONTADORES
           PERFORM 7185-CARREGAR-MOTIVOS-DEV

           MOVE  WID-ARQ-LOG-NOTAS     TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 7710-ABRIR-ARQ-LOG
               PERFORM 7231-ABRIR-ARQ-NOTA-VERP
               DISPLAY S-TELA-CONTADOR

               PERFORM 7651-LER-PROX-IMP-NOTAS
               END-PERFORM

               CLOSE ARQ-IMP-NOTAS
               PERFORM 7239-FECHAR-ARQ-NOTA-VERP
               PERFORM 7790-FECHAR-ARQ-LOG

               MOVE "IMP-NOTAS"         TO W-RESUMO-DIA-TIPO
       0100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0200-PROCESSAR-ITENS            SECTION.
      *----------------------------------------------------------------*
      * Carga dos itens das notas, depois das notas do dia: o item
      * so entra se a nota ja estiver em ARQ-NOTAS. Sem arquivo de
      * itens no dia a carga e simplesmente pulada.
           INITIALIZE W-CONTADORES

           MOVE  WID-ARQ-LOG-ITENS     TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO
           MOVE  ZEROS                 TO W-ITEM-NOTA-ATUAL
                                          W-ITEM-SEQ
           MOVE  "N"                   TO W-ITEM-NOTA-REPETIDA
           OPEN INPUT ARQ-IMP-ITENS
           IF  NOT FS-OK
               IF  NOT FS-ARQ-NAO-ENCONTRADO
                   STRING "Erro abrir importacao de itens. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 0200-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           PERFORM 7541-ABRIR-INPUT-ARQ-PRODUTO
           PERFORM 7971-ABRIR-INPUT-ARQ-NOTAS
           PERFORM 7550-ABRIR-ARQ-NOTA-ITEM
           DISPLAY S-TELA-CONTADOR

           PERFORM 7652-LER-PROX-IMP-ITENS
           PERFORM UNTIL FS-FIM
                  ADD 1                TO W-LIDOS
                  PERFORM 1300-VERIFICAR-GRAVAR-ITEM
                  PERFORM 7652-LER-PROX-IMP-ITENS

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM

           CLOSE ARQ-IMP-ITENS
           PERFORM 7559-FECHAR-ARQ-NOTA-ITEM
           PERFORM 7979-FECHAR-ARQ-NOTAS
           PERFORM 7549-FECHAR-ARQ-PRODUTO
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-ITENS"             TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                 TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS              TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                 TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           MOVE  "Importacao de itens finalizada, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       0200-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-VERIFICAR-GRAVAR-NOTA      SECTION.
      *----------------------------------------------------------------*
      * Critica a linha: campos numericos, tipo V/D, cliente
      * existente e numero de nota ainda nao importado (dedupe). Na
      * devolucao, motivo cadastrado (ou em branco) e nota de origem
      * numerica, de venda do mesmo cliente e emitida ate a data da
      * devolucao; origem anterior a carga do detalhe (nao achada em
      * ARQ-NOTAS) e aceita. Vendedor do ERP, quando vem, numerico
      * (nao precisa estar no cadastro: a divergencia e o que a
      * conciliacao do GCC213P aponta).
           IF  IMPN-NUMERO       NOT NUMERIC OR
               IMPN-CLIE-CODIGO  NOT NUMERIC OR
               IMPN-DATA-EMISSAO NOT NUMERIC OR
               GO TO 1100-99-FIM
           END-IF

           IF  IMPN-TIPO               EQUAL "D"
               INSPECT IMPN-MOTIVO-DEV CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE IMPN-MOTIVO-DEV    TO W-MDV-CODIGO
               PERFORM 7187-BUSCAR-MOTIVO-DEV
               IF  IMPN-MOTIVO-DEV     NOT EQUAL SPACES AND
                   W-MDV-ACHADO        EQUAL ZEROS
                   ADD 1               TO W-ERROS
                   MOVE "Motivo de devolucao nao cadastrado"
                                       TO W-LOG-MOTIVO
                   PERFORM 1190-MONTAR-LOG
                   GO TO 1100-99-FIM
               END-IF
               IF  IMPN-NOTA-ORIGEM    NOT EQUAL SPACES AND
                   IMPN-NOTA-ORIGEM    NOT NUMERIC
                   ADD 1               TO W-ERROS
                   MOVE "Nota de origem invalida"
                                       TO W-LOG-MOTIVO
                   PERFORM 1190-MONTAR-LOG
                   GO TO 1100-99-FIM
               END-IF
           END-IF

           IF  IMPN-VEND-ERP           NOT EQUAL SPACES AND
               IMPN-VEND-ERP           NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Vendedor do ERP invalido"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           MOVE  IMPN-CLIE-CODIGO      TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               GO TO 1100-99-FIM
           END-IF

           IF  IMPN-TIPO               EQUAL "D" AND
               IMPN-NOTA-ORIGEM        NUMERIC
               MOVE IMPN-NOTA-ORIGEM   TO NOTA-NUMERO
               PERFORM 7973-LER-ARQ-NOTAS-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   IF  NOT NOTA-VENDA OR
                       NOTA-CLIE-CODIGO  NOT EQUAL IMPN-CLIE-CODIGO OR
                       NOTA-DATA-EMISSAO GREATER IMPN-DATA-EMISSAO
                       ADD 1           TO W-ERROS
                       MOVE "Nota de origem nao e venda do cliente"
                                       TO W-LOG-MOTIVO
                       PERFORM 1190-MONTAR-LOG
                       PERFORM 7979-FECHAR-ARQ-NOTAS
                       GO TO 1100-99-FIM
                   END-IF
               END-IF
           END-IF

           INITIALIZE REG-ARQ-NOTAS
           MOVE IMPN-NUMERO            TO NOTA-NUMERO
           MOVE IMPN-CLIE-CODIGO       TO NOTA-CLIE-CODIGO
           MOVE IMPN-DATA-EMISSAO      TO NOTA-DATA-EMISSAO
           MOVE IMPN-TIPO              TO NOTA-TIPO
           MOVE IMPN-VALOR             TO NOTA-VALOR
           IF  NOTA-DEVOLUCAO
               MOVE IMPN-MOTIVO-DEV    TO NOTA-MOTIVO-DEV
               IF  IMPN-NOTA-ORIGEM    NUMERIC
                   MOVE IMPN-NOTA-ORIGEM
                                       TO NOTA-NOTA-ORIGEM
               END-IF
           END-IF
           ACCEPT NOTA-DATA-CARGA      FROM DATE YYYYMMDD
           PERFORM 7976-GRAVAR-ARQ-NOTAS
           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
               PERFORM 7979-FECHAR-ARQ-NOTAS
               PERFORM 1150-GRAVAR-VEND-ERP
               PERFORM 1200-ATUALIZAR-LIQUIDO-MES
           ELSE
               ADD 1                   TO W-ERROS
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-GRAVAR-VEND-ERP            SECTION.
      *----------------------------------------------------------------*
      * Vendedor do ERP da nota recem gravada; nota sem o campo (ou
      * com zeros) fica sem registro, fora da conciliacao.
           IF  IMPN-VEND-ERP           NOT NUMERIC OR
               IMPN-VEND-ERP-NUM       EQUAL ZEROS
               GO TO 1150-99-FIM
           END-IF

           INITIALIZE REG-ARQ-NOTA-VERP
           MOVE IMPN-NUMERO            TO NVRP-NOTA-NUMERO
           MOVE IMPN-VEND-ERP-NUM      TO NVRP-VEND-ERP
           ACCEPT NVRP-DATA-CARGA      FROM DATE YYYYMMDD
           PERFORM 7236-GRAVAR-ARQ-NOTA-VERP
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1190-MONTAR-LOG                 SECTION.
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-VERIFICAR-GRAVAR-ITEM      SECTION.
      *----------------------------------------------------------------*
      * Critica a linha: campos numericos, nota existente em
      * ARQ-NOTAS, produto cadastrado e nota com itens ainda nao
      * carregados (dedupe pela nota inteira). A sequencia do item
      * dentro da nota e atribuida aqui, na ordem do arquivo.
           IF  IMPI-NOTA             NOT NUMERIC OR
               IMPI-QUANTIDADE       NOT NUMERIC OR
               IMPI-VALOR            NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LGI-MOTIVO
               MOVE ZEROS              TO W-LGI-NOTA
                                          W-LGI-QUANTIDADE
                                          W-LGI-VALOR
               MOVE SPACES             TO W-LGI-PRODUTO
               PERFORM 7761-GRAVAR-LOG-ITEM
               GO TO 1300-99-FIM
           END-IF

           IF  IMPI-NOTA               NOT EQUAL W-ITEM-NOTA-ATUAL
               PERFORM 1310-INICIAR-NOTA
           END-IF

           IF  W-ITEM-NOTA-EXISTE      EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Nota nao importada"
                                       TO W-LGI-MOTIVO
               PERFORM 1390-MONTAR-LOG-ITEM
               GO TO 1300-99-FIM
           END-IF

           IF  W-ITEM-NOTA-REPETIDA    EQUAL "S"
               ADD 1                   TO W-ERROS
               MOVE "Itens da nota ja importados"
                                       TO W-LGI-MOTIVO
               PERFORM 1390-MONTAR-LOG-ITEM
               GO TO 1300-99-FIM
           END-IF

           MOVE "N"                    TO W-REG-ENCONTRADO
           MOVE IMPI-PRODUTO           TO PROD-CODIGO
           PERFORM 7543-LER-ARQ-PRODUTO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               ADD 1                   TO W-ERROS
               MOVE "Produto nao cadastrado"
                                       TO W-LGI-MOTIVO
               PERFORM 1390-MONTAR-LOG-ITEM
               GO TO 1300-99-FIM
           END-IF

           IF  W-ITEM-SEQ              NOT LESS 999
               ADD 1                   TO W-ERROS
               MOVE "Nota com mais de 999 itens"
                                       TO W-LGI-MOTIVO
               PERFORM 1390-MONTAR-LOG-ITEM
               GO TO 1300-99-FIM
           END-IF

           ADD 1                       TO W-ITEM-SEQ
           INITIALIZE REG-ARQ-NOTA-ITEM
           MOVE IMPI-NOTA              TO NITEM-NOTA-NUMERO
           MOVE W-ITEM-SEQ             TO NITEM-SEQ
           MOVE NOTA-CLIE-CODIGO       TO NITEM-CLIE-CODIGO
           MOVE IMPI-PRODUTO           TO NITEM-PRODUTO
           MOVE NOTA-DATA-EMISSAO      TO NITEM-DATA-EMISSAO
           MOVE NOTA-TIPO              TO NITEM-TIPO
           MOVE IMPI-QUANTIDADE        TO NITEM-QUANTIDADE
           MOVE IMPI-VALOR             TO NITEM-VALOR
           ACCEPT NITEM-DATA-CARGA     FROM DATE YYYYMMDD
           PERFORM 7556-GRAVAR-ARQ-NOTA-ITEM
           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
           ELSE
               ADD 1                   TO W-ERROS
               STRING "Erro gravacao. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LGI-MOTIVO
               PERFORM 1390-MONTAR-LOG-ITEM
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1310-INICIAR-NOTA               SECTION.
      *----------------------------------------------------------------*
      * Primeira linha de uma nota no arquivo: le a nota (cliente,
      * emissao e tipo vao para os itens) e verifica se ela ja tem
      * itens gravados de uma carga anterior.
           MOVE IMPI-NOTA              TO W-ITEM-NOTA-ATUAL
           MOVE ZEROS                  TO W-ITEM-SEQ
           MOVE "N"                    TO W-ITEM-NOTA-REPETIDA

           MOVE "N"                    TO W-REG-ENCONTRADO
           MOVE IMPI-NOTA              TO NOTA-NUMERO
           PERFORM 7973-LER-ARQ-NOTAS-CHAVE
           MOVE W-REG-ENCONTRADO       TO W-ITEM-NOTA-EXISTE
           IF  W-ITEM-NOTA-EXISTE      EQUAL "N"
               GO TO 1310-99-FIM
           END-IF

           MOVE IMPI-NOTA              TO NITEM-NOTA-NUMERO
           MOVE ZEROS                  TO NITEM-SEQ
           PERFORM 7557-START-ARQ-NOTA-ITEM-NOTA
           IF  FS-OK
               PERFORM 7554-LER-PROX-ARQ-NOTA-ITEM
               IF  FS-OK AND NITEM-NOTA-NUMERO EQUAL IMPI-NOTA
                   MOVE "S"            TO W-ITEM-NOTA-REPETIDA
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1390-MONTAR-LOG-ITEM            SECTION.
      *----------------------------------------------------------------*

           MOVE  IMPI-NOTA             TO W-LGI-NOTA
           MOVE  IMPI-PRODUTO          TO W-LGI-PRODUTO
           MOVE  IMPI-QUANTIDADE       TO W-LGI-QUANTIDADE
           MOVE  IMPI-VALOR            TO W-LGI-VALOR
           PERFORM 7761-GRAVAR-LOG-ITEM.

      *----------------------------------------------------------------*
       1390-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-RECOMPOR-COMPETENCIA       SECTION.
      *----------------------------------------------------------------*
       7651-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7652-LER-PROX-IMP-ITENS         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-ITENS NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura importacao de itens. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7652-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7710-ABRIR-ARQ-LOG              SECTION.
      *----------------------------------------------------------------*
       7760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7761-GRAVAR-LOG-ITEM            SECTION.
      *----------------------------------------------------------------*
      * Log de rejeitados da carga de itens (REJ-ITENS.LOG), aberto
      * durante toda a carga.
           IF  W-LOG-ABERTO            EQUAL "S"
               IF  W-GRAVADO           EQUAL "N"
                   WRITE REG-ARQ-LOG   FROM W-REG-ARQ-LOG-ITEM-CAB
                   MOVE "S"            TO W-GRAVADO
               END-IF
               WRITE REG-ARQ-LOG       FROM W-REG-ARQ-LOG-ITEM-DET
           END-IF.

      *----------------------------------------------------------------*
       7761-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7790-FECHAR-ARQ-LOG             SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas arquivo de notas fiscais
       COPY ".\copybooks\GCC117R.cpy".
      * Rotinas cadastro de produtos
       COPY ".\copybooks\GCC147R.cpy".
      * Rotinas arquivo de itens de nota fiscal
       COPY ".\copybooks\GCC148R.cpy".
      * Rotinas tabela de motivos de devolucao
       COPY ".\copybooks\GCC211R.cpy".
      * Rotinas arquivo vendedor faturado das notas
       COPY ".\copybooks\GCC213R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
