      *                  cliente), fechando o ciclo da distribuicao:   *
      *                  ARQ-DIST diz quem deve visitar quem e         *
      *                  ARQ-VISITA passa a dizer o que aconteceu.     *
      *                  A visita realizada pode gerar o pedido        *
      *                  fechado (ARQ-PEDIDO + itens), amarrado a      *
      *                  chave da visita.                              *
      *                  Na visita realizada o vendedor registra os    *
      *                  concorrentes vistos no cliente (linha de      *
      *                  produto e volume mensal estimado) em          *
      *                  ARQ-CLIE-CONCOR.                              *
      *                  Na visita realizada o vendedor responde ainda *
      *                  o checklist de execucao no ponto de venda do  *
      *                  segmento do cliente (ARQ-CHECKLIST), gravado  *
      *                  em ARQ-CHECK-RESP com a conformidade de cada  *
      *                  item.                                         *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC100FC.cpy".
      * Arquivo de compromissos de retorno
       COPY ".\copybooks\GCC110FC.cpy".
      * Catalogo de produtos
       COPY ".\copybooks\GCC147FC.cpy".
      * Arquivo de pedidos de visita
       COPY ".\copybooks\GCC149FC.cpy".
      * Arquivo de itens de pedido
       COPY ".\copybooks\GCC150FC.cpy".
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

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC100FD.cpy".
      * Arquivo de compromissos de retorno
       COPY ".\copybooks\GCC110FD.cpy".
      * Catalogo de produtos
       COPY ".\copybooks\GCC147FD.cpy".
      * Arquivo de pedidos de visita
       COPY ".\copybooks\GCC149FD.cpy".
      * Arquivo de itens de pedido
       COPY ".\copybooks\GCC150FD.cpy".
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

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos validacao do concorrente
       COPY ".\copybooks\GCC178W.cpy".

      * Campos de apoio a presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179W.cpy".

      * Campos validacao da linha de negocio
       COPY ".\copybooks\GCC160W.cpy".

      * Tabela do checklist ativo do segmento
       COPY ".\copybooks\GCC181W.cpy".

       01  W-APOIO-VISITA.
           05  W-VIS-VEND-DESC         PIC X(40) VALUE SPACES.
           05  W-VIS-CLIE-DESC         PIC X(40) VALUE SPACES.
           05  W-CONF-ACHOU            PIC X(01) VALUE "N".
           05  W-CONF-CANCELA          PIC X(01) VALUE "N".
           05  W-CONF-PRIORIDADE       PIC X(12) VALUE SPACES.
           05  W-CONF-FORMA            PIC X(12) VALUE SPACES.
           05  W-CONF-CHAVE-SALVA.
               10  W-CONF-SV-VEND      PIC 9(07) VALUE ZEROS.
               10  W-CONF-SV-DATA      PIC 9(08) VALUE ZEROS.
           05  W-COMP-BAIXADOS         PIC 9(03) VALUE ZEROS.
           05  W-COMP-REG-SALVO        PIC X(135) VALUE SPACES.

      * Apoio do pedido fechado na visita: item em digitacao, itens
      * ja aceitos (gravados juntos so na confirmacao) e o numero
      * atribuido ao pedido.
       01  W-APOIO-PEDIDO.
           05  W-PED-FECHADO           PIC X(01) VALUE SPACE.
           05  W-PED-FIM-ITENS         PIC X(01) VALUE "N".
           05  W-PED-GRAVOU            PIC X(01) VALUE "N".
           05  W-PED-PRODUTO           PIC X(10) VALUE SPACES.
           05  W-PED-PROD-DESC         PIC X(40) VALUE SPACES.
           05  W-PED-QUANTIDADE        PIC 9(07)V9(03) VALUE ZEROS.
           05  W-PED-VALOR             PIC 9(11)V99 VALUE ZEROS.
           05  W-PED-QTDE-ITENS        PIC 9(03) VALUE ZEROS.
           05  W-PED-TOTAL             PIC 9(11)V99 VALUE ZEROS.
           05  W-PED-PROX-NUMERO       PIC 9(09) VALUE ZEROS.
           05  W-PED-NUMERO-ED         PIC ZZZZZZZZ9.
           05  W-PED-SUB               PIC 9(04) COMP VALUE ZEROS.
           05  W-PED-ITEM              OCCURS 50 TIMES.
               10  W-PED-IT-PRODUTO    PIC X(10).
               10  W-PED-IT-QUANTIDADE PIC 9(07)V9(03).
               10  W-PED-IT-VALOR      PIC 9(11)V99.

      * Apoio da captura de concorrentes no cliente visitado:
      * concorrente, linha e volume em digitacao e quantidade de
      * observacoes gravadas.
       01  W-APOIO-CONCOR.
           05  W-CCO-PRESENTE          PIC X(01) VALUE SPACE.
           05  W-CCO-FIM               PIC X(01) VALUE "N".
           05  W-CCO-CODIGO            PIC 9(03) VALUE ZEROS.
           05  W-CCO-NOME              PIC X(40) VALUE SPACES.
           05  W-CCO-LNEG              PIC 9(02) VALUE ZEROS.
           05  W-CCO-LNEG-DESC         PIC X(30) VALUE SPACES.
           05  W-CCO-VOLUME            PIC 9(11)V99 VALUE ZEROS.
           05  W-CCO-GRAVADOS          PIC 9(03) VALUE ZEROS.

      * Apoio do checklist do ponto de venda respondido na visita:
      * item em digitacao, respostas gravadas e itens conformes.
       01  W-APOIO-CHECK.
           05  W-CKV-RESPONDER         PIC X(01) VALUE SPACE.
           05  W-CKV-FIM               PIC X(01) VALUE "N".
           05  W-CKV-ITEM              PIC 9(02) VALUE ZEROS.
           05  W-CKV-PERGUNTA          PIC X(50) VALUE SPACES.
           05  W-CKV-CRITERIO          PIC X(30) VALUE SPACES.
           05  W-CKV-RESP-SN           PIC X(01) VALUE SPACE.
           05  W-CKV-RESP-NUM          PIC 9(07)V99 VALUE ZEROS.
           05  W-CKV-RESPONDIDOS       PIC 9(02) VALUE ZEROS.
           05  W-CKV-CONFORMES         PIC 9(02) VALUE ZEROS.
           05  W-CKV-NOTA              PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
                           PERFORM 7320-INCLUIR-ARQ-VISITA
                           PERFORM 1600-BAIXAR-COMPROMISSOS
                           PERFORM 1700-CAPTURAR-COMPROMISSO
                           PERFORM 1800-CAPTURAR-PEDIDO
                           PERFORM 1900-CAPTURAR-CONCORRENCIA
                           PERFORM 1950-CAPTURAR-CHECKLIST
                       ELSE
                           MOVE "Visita ja registrada para esta chave,
      -                        " tecle <Enter>"
           ELSE
               MOVE SPACES             TO W-CONF-PRIORIDADE
           END-IF
      * Cliente da mesa inside: contato planejado por telefone.
           IF  AGENDA-CONTATO-TELEF
               MOVE "TELEFONE"         TO W-CONF-FORMA
           ELSE
               MOVE "VISITA"           TO W-CONF-FORMA
           END-IF
           MOVE AGENDA-CLIE-CODIGO     TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7320-INCLUIR-ARQ-VISITA
               PERFORM 1600-BAIXAR-COMPROMISSOS
               PERFORM 1700-CAPTURAR-COMPROMISSO
               PERFORM 1800-CAPTURAR-PEDIDO
               PERFORM 1900-CAPTURAR-CONCORRENCIA
               PERFORM 1950-CAPTURAR-CHECKLIST
           ELSE
               MOVE "Visita ja registrada para esta chave,
      -            " tecle <Enter>"    TO W-MSGERRO
       1760-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1800-CAPTURAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * Pedido fechado na visita realizada: resposta diferente de S
      * (ou <Esc>) dispensa o pedido. Os itens sao digitados contra o
      * catalogo de produtos e o pedido so e gravado na confirmacao,
      * com situacao digitado e amarrado a chave da visita.
           IF  NOT VISITA-REALIZADA
               GO TO 1800-99-FIM
           END-IF

           INITIALIZE W-APOIO-PEDIDO
           DISPLAY S-TELA-PEDIDO-PERGUNTA
           ACCEPT S-PED-FECHADO
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC OR
               W-PED-FECHADO  NOT EQUAL "S"
               GO TO 1800-99-FIM
           END-IF

           PERFORM 7541-ABRIR-INPUT-ARQ-PRODUTO
           IF  NOT FS-OK
               GO TO 1800-99-FIM
           END-IF

           MOVE "[Pedido]"             TO W-OP
           MOVE "<Esc> ou produto em branco encerra os itens"
                                       TO W-STATUS
           DISPLAY S-CLS
           MOVE "N"                    TO W-PED-FIM-ITENS
           PERFORM 1810-ACEITAR-ITEM
                                   UNTIL W-PED-FIM-ITENS EQUAL "S"
           PERFORM 7549-FECHAR-ARQ-PRODUTO

           IF  W-PED-QTDE-ITENS        EQUAL ZEROS
               MOVE "Pedido sem itens - descartado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1800-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS      NOT EQUAL COB-SCR-F1
               MOVE "Pedido descartado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1800-99-FIM
           END-IF

           PERFORM 1860-GRAVAR-PEDIDO
           IF  W-PED-GRAVOU            EQUAL "S"
               MOVE W-PED-PROX-NUMERO  TO W-PED-NUMERO-ED
               MOVE SPACES             TO W-MSGERRO
               STRING "Pedido " W-PED-NUMERO-ED
                      " registrado, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       1800-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1810-ACEITAR-ITEM               SECTION.
      *----------------------------------------------------------------*
      * Um item por vez: produto ativo do catalogo, quantidade e valor
      * da linha obrigatorios; item com erro e descartado e a
      * digitacao segue no proximo.
           MOVE SPACES                 TO W-PED-PRODUTO
                                          W-PED-PROD-DESC
           MOVE ZEROS                  TO W-PED-QUANTIDADE
                                          W-PED-VALOR
           DISPLAY S-TELA-PEDIDO

           ACCEPT S-PED-PRODUTO
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC OR
               W-PED-PRODUTO  EQUAL SPACES
               MOVE "S"                TO W-PED-FIM-ITENS
               GO TO 1810-99-FIM
           END-IF

           IF  W-PED-QTDE-ITENS    NOT LESS 50
               MOVE "Limite de 50 itens por pedido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-PED-FIM-ITENS
               GO TO 1810-99-FIM
           END-IF

           MOVE W-PED-PRODUTO          TO PROD-CODIGO
           PERFORM 7543-LER-ARQ-PRODUTO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Produto nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1810-99-FIM
           END-IF
           IF  PROD-INATIVO
               MOVE "Produto inativo no catalogo, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1810-99-FIM
           END-IF
           MOVE PROD-DESCRICAO         TO W-PED-PROD-DESC
           DISPLAY S-PED-PROD-DESC

           ACCEPT S-PED-QUANTIDADE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1810-99-FIM
           END-IF
           IF  W-PED-QUANTIDADE        EQUAL ZEROS
               MOVE "Quantidade obrigatoria - item descartado, tecle <E
      -            "nter>"             TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1810-99-FIM
           END-IF

           ACCEPT S-PED-VALOR
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1810-99-FIM
           END-IF
           IF  W-PED-VALOR             EQUAL ZEROS
               MOVE "Valor obrigatorio - item descartado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1810-99-FIM
           END-IF

           ADD 1                       TO W-PED-QTDE-ITENS
           MOVE W-PED-PRODUTO
                TO W-PED-IT-PRODUTO(W-PED-QTDE-ITENS)
           MOVE W-PED-QUANTIDADE
                TO W-PED-IT-QUANTIDADE(W-PED-QTDE-ITENS)
           MOVE W-PED-VALOR
                TO W-PED-IT-VALOR(W-PED-QTDE-ITENS)
           ADD W-PED-VALOR             TO W-PED-TOTAL.

      *----------------------------------------------------------------*
       1810-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1850-OBTER-PROX-PEDIDO          SECTION.
      *----------------------------------------------------------------*
      * Proximo numero de pedido: o ultimo gravado + 1 (ARQ-PEDIDO ja
      * aberto pelo chamador).
           MOVE 1                      TO W-PED-PROX-NUMERO
           MOVE 999999999              TO PED-NUMERO
           PERFORM 7007-START-ARQ-PEDIDO-DES
           IF  FS-OK
               PERFORM 7008-LER-ANT-ARQ-PEDIDO
               IF  FS-OK
                   COMPUTE W-PED-PROX-NUMERO = PED-NUMERO + 1
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1850-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1860-GRAVAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      * Grava o cabecalho com a chave da visita e, em seguida, os
      * itens aceitos na digitacao.
           MOVE "N"                    TO W-PED-GRAVOU
           PERFORM 7000-ABRIR-ARQ-PEDIDO
           IF  NOT FS-OK
               GO TO 1860-99-FIM
           END-IF
           PERFORM 7700-ABRIR-ARQ-PEDIDO-ITEM
           IF  NOT FS-OK
               PERFORM 7009-FECHAR-ARQ-PEDIDO
               GO TO 1860-99-FIM
           END-IF

           PERFORM 1850-OBTER-PROX-PEDIDO

           INITIALIZE REG-ARQ-PEDIDO
           MOVE W-PED-PROX-NUMERO      TO PED-NUMERO
           MOVE VISITA-DATA            TO PED-VISITA-DATA
           MOVE VISITA-VEND-CODIGO     TO PED-VEND-CODIGO
           MOVE VISITA-CLIE-CODIGO     TO PED-CLIE-CODIGO
           SET PED-DIGITADO            TO TRUE
           MOVE W-PED-QTDE-ITENS       TO PED-QTDE-ITENS
           MOVE W-PED-TOTAL            TO PED-VALOR-TOTAL
           SET PED-ORIGEM-TELA         TO TRUE
           ACCEPT PED-DATA-DIGITACAO   FROM DATE YYYYMMDD
           MOVE PED-DATA-DIGITACAO     TO PED-DATA-SITUACAO
           MOVE ZEROS                  TO PED-DATA-ENVIO
           MOVE W-OPERADOR             TO PED-OPERADOR
           PERFORM 7005-GRAVAR-ARQ-PEDIDO

           IF  FS-OK
               MOVE "S"                TO W-PED-GRAVOU
               PERFORM VARYING W-PED-SUB FROM 1 BY 1
                       UNTIL W-PED-SUB GREATER W-PED-QTDE-ITENS
                   INITIALIZE REG-ARQ-PEDIDO-ITEM
                   MOVE W-PED-PROX-NUMERO
                                       TO PITEM-NUMERO
                   MOVE W-PED-SUB      TO PITEM-SEQ
                   MOVE W-PED-IT-PRODUTO(W-PED-SUB)
                                       TO PITEM-PRODUTO
                   MOVE W-PED-IT-QUANTIDADE(W-PED-SUB)
                                       TO PITEM-QUANTIDADE
                   MOVE W-PED-IT-VALOR(W-PED-SUB)
                                       TO PITEM-VALOR
                   PERFORM 7706-GRAVAR-ARQ-PED-ITEM
               END-PERFORM
           END-IF

           PERFORM 7709-FECHAR-ARQ-PED-ITEM
           PERFORM 7009-FECHAR-ARQ-PEDIDO.

      *----------------------------------------------------------------*
       1860-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1900-CAPTURAR-CONCORRENCIA      SECTION.
      *----------------------------------------------------------------*
      * Concorrentes vistos no cliente da visita realizada: resposta
      * diferente de S (ou <Esc>) dispensa a captura. Cada
      * concorrente e linha de produto aceitos sao gravados na hora
      * em ARQ-CLIE-CONCOR, com a visita como origem; a mesma chave
      * observada de novo e regravada.
           IF  NOT VISITA-REALIZADA
               GO TO 1900-99-FIM
           END-IF

           INITIALIZE W-APOIO-CONCOR
           DISPLAY S-TELA-CONCOR-PERGUNTA
           ACCEPT S-CCO-PRESENTE
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC OR
               (W-CCO-PRESENTE NOT EQUAL "S" AND
                W-CCO-PRESENTE NOT EQUAL "s")
               GO TO 1900-99-FIM
           END-IF

           PERFORM 7100-ABRIR-ARQ-CLIE-CONCOR
           IF  NOT FS-OK
               GO TO 1900-99-FIM
           END-IF

           MOVE "[Concorrentes]"       TO W-OP
           MOVE "<Esc> ou concorrente zerado encerra a captura"
                                       TO W-STATUS
           DISPLAY S-CLS
           MOVE "N"                    TO W-CCO-FIM
           PERFORM 1910-ACEITAR-CONCORRENTE
                                   UNTIL W-CCO-FIM EQUAL "S"
           PERFORM 7109-FECHAR-ARQ-CLIE-CONCOR

           IF  W-CCO-GRAVADOS          GREATER ZEROS
               MOVE SPACES             TO W-MSGERRO
               STRING "Concorrentes registrados: " W-CCO-GRAVADOS
                      ", tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       1900-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1910-ACEITAR-CONCORRENTE        SECTION.
      *----------------------------------------------------------------*
      * Um concorrente por vez: ativo no cadastro, linha de produto
      * ativa (zerada assume a linha 01) e volume mensal estimado
      * obrigatorio; observacao com erro e descartada e a captura
      * segue na proxima.
           MOVE ZEROS                  TO W-CCO-CODIGO
                                          W-CCO-LNEG
                                          W-CCO-VOLUME
           MOVE SPACES                 TO W-CCO-NOME
                                          W-CCO-LNEG-DESC
           DISPLAY S-TELA-CONCOR

           ACCEPT S-CCO-CODIGO
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC OR
               W-CCO-CODIGO   EQUAL ZEROS
               MOVE "S"                TO W-CCO-FIM
               GO TO 1910-99-FIM
           END-IF

           MOVE W-CCO-CODIGO           TO W-CCOR-PROCURADO
           PERFORM 7408-VALIDAR-CONCORRENTE
           IF  W-CCOR-VALIDO       NOT EQUAL "S"
               IF  W-CCOR-NOME-ACHADO  EQUAL SPACES
                   MOVE "Concorrente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               ELSE
                   MOVE "Concorrente inativo no cadastro, tecle <Enter>"
                                       TO W-MSGERRO
               END-IF
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1910-99-FIM
           END-IF
           MOVE W-CCOR-NOME-ACHADO     TO W-CCO-NOME
           DISPLAY S-CCO-NOME

           ACCEPT S-CCO-LNEG
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1910-99-FIM
           END-IF
           IF  W-CCO-LNEG              EQUAL ZEROS
               MOVE 1                  TO W-CCO-LNEG
           END-IF
           MOVE W-CCO-LNEG             TO W-LNEG-PROCURADA
           PERFORM 7829-VALIDAR-LINHA-NEG
           IF  W-LNEG-VALIDA       NOT EQUAL "S"
               MOVE "Linha de produto invalida ou inativa, tecle <Ente
      -            "r>"                TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1910-99-FIM
           END-IF
           MOVE W-LNEG-DESC-ACHADA     TO W-CCO-LNEG-DESC
           DISPLAY S-CCO-LNEG
           DISPLAY S-CCO-LNEG-DESC

           ACCEPT S-CCO-VOLUME
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1910-99-FIM
           END-IF
           IF  W-CCO-VOLUME            EQUAL ZEROS
               MOVE "Volume obrigatorio - observacao descartada, tecle
      -            "<Enter>"           TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1910-99-FIM
           END-IF

           INITIALIZE REG-ARQ-CLIE-CONCOR
           MOVE VISITA-CLIE-CODIGO     TO CLCO-CLIE-CODIGO
           MOVE W-CCO-CODIGO           TO CLCO-CCOR-CODIGO
           MOVE W-CCO-LNEG             TO CLCO-LNEG-CODIGO
           MOVE W-CCO-VOLUME           TO CLCO-VOLUME-MES
           MOVE VISITA-DATA            TO CLCO-DATA-OBSERVACAO
                                          CLCO-VIS-DATA
           MOVE VISITA-VEND-CODIGO     TO CLCO-VIS-VEND-CODIGO
           SET CLCO-ORIGEM-TELA        TO TRUE
           MOVE W-OPERADOR             TO CLCO-OPERADOR
           PERFORM 7108-ATUALIZAR-CLIE-CONCOR
           EVALUATE TRUE
               WHEN W-CLCO-INCLUIDO
               WHEN W-CLCO-ATUALIZADO
                   ADD 1               TO W-CCO-GRAVADOS
               WHEN W-CLCO-MANTIDO
                   MOVE "Ja ha observacao mais recente para o concorren
      -                "te, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1910-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1950-CAPTURAR-CHECKLIST         SECTION.
      *----------------------------------------------------------------*
      * Checklist do ponto de venda na visita realizada, com os itens
      * ativos do segmento do cliente: resposta diferente de S (ou
      * <Esc>) dispensa o checklist. Cada resposta e avaliada contra
      * o criterio do item e gravada na hora em ARQ-CHECK-RESP, com a
      * chave da visita; ao final mostra a nota da visita.
           IF  NOT VISITA-REALIZADA
               GO TO 1950-99-FIM
           END-IF

           MOVE VISITA-CLIE-CODIGO     TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO    NOT EQUAL "S"
           OR  CLIE-SEGMENTO           EQUAL SPACE
               GO TO 1950-99-FIM
           END-IF

           MOVE CLIE-SEGMENTO          TO W-CKL-SEG-PROCURADO
           PERFORM 7208-CARREGAR-CHECKLIST
           IF  W-CKL-QTDE              EQUAL ZEROS
               GO TO 1950-99-FIM
           END-IF

           INITIALIZE W-APOIO-CHECK
           DISPLAY S-TELA-CHECK-PERGUNTA
           ACCEPT S-CKV-RESPONDER
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC OR
               (W-CKV-RESPONDER NOT EQUAL "S" AND
                W-CKV-RESPONDER NOT EQUAL "s")
               GO TO 1950-99-FIM
           END-IF

           PERFORM 7300-ABRIR-ARQ-CHECK-RESP
           IF  NOT FS-OK
               GO TO 1950-99-FIM
           END-IF

           MOVE "[Checklist PDV]"      TO W-OP
           MOVE "<Esc> encerra o checklist; S/N em branco pula o item"
                                       TO W-STATUS
           DISPLAY S-CLS
           MOVE "N"                    TO W-CKV-FIM
           PERFORM 1960-RESPONDER-ITEM
                   VARYING W-CKL-SUB FROM 1 BY 1
                     UNTIL W-CKL-SUB GREATER W-CKL-QTDE
                        OR W-CKV-FIM EQUAL "S"
           PERFORM 7309-FECHAR-ARQ-CHECK-RESP

           IF  W-CKV-RESPONDIDOS       GREATER ZEROS
               COMPUTE W-CKV-NOTA = W-CKV-CONFORMES * 100
                                  / W-CKV-RESPONDIDOS
               MOVE SPACES             TO W-MSGERRO
               STRING "Checklist: " W-CKV-CONFORMES " de "
                      W-CKV-RESPONDIDOS " conformes, nota "
                      W-CKV-NOTA ", tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       1950-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1960-RESPONDER-ITEM             SECTION.
      *----------------------------------------------------------------*
      * Item W-CKL-SUB da tabela: sim/nao (S ou N, branco pula o
      * item) ou numerica (zero e resposta valida, ex.: rupturas).
           MOVE W-CKL-ITEM(W-CKL-SUB)  TO W-CKV-ITEM
           MOVE W-CKL-PERGUNTA(W-CKL-SUB)
                                       TO W-CKV-PERGUNTA
           MOVE SPACE                  TO W-CKV-RESP-SN
           MOVE ZEROS                  TO W-CKV-RESP-NUM
           IF  W-CKL-TIPO(W-CKL-SUB)   EQUAL "N"
               MOVE "(quantidade ou percentual)"
                                       TO W-CKV-CRITERIO
           ELSE
               MOVE "(S=Sim N=Nao)"    TO W-CKV-CRITERIO
           END-IF
           DISPLAY S-TELA-CHECK

           IF  W-CKL-TIPO(W-CKL-SUB)   EQUAL "N"
               ACCEPT S-CKV-RESP-NUM
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-CKV-FIM
                   GO TO 1960-99-FIM
               END-IF
           ELSE
               MOVE "?"                TO W-CKV-RESP-SN
               PERFORM 1965-ACC-RESPOSTA-SN
                       UNTIL W-CKV-RESP-SN EQUAL "S" OR "N" OR SPACE
                          OR W-CKV-FIM     EQUAL "S"
               IF  W-CKV-FIM           EQUAL "S"
               OR  W-CKV-RESP-SN       EQUAL SPACE
                   GO TO 1960-99-FIM
               END-IF
           END-IF

           INITIALIZE REG-ARQ-CHECK-RESP
           MOVE VISITA-DATA            TO CKR-DATA
           MOVE VISITA-VEND-CODIGO     TO CKR-VEND-CODIGO
           MOVE VISITA-CLIE-CODIGO     TO CKR-CLIE-CODIGO
           MOVE W-CKV-ITEM             TO CKR-ITEM
           MOVE W-CKL-SEG-PROCURADO    TO CKR-SEGMENTO
           MOVE W-CKV-RESP-SN          TO CKR-RESPOSTA-SN
           MOVE W-CKV-RESP-NUM         TO CKR-RESPOSTA-NUM
           SET CKR-ORIGEM-TELA         TO TRUE
           ACCEPT CKR-DATA-REGISTRO    FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO CKR-OPERADOR
           MOVE W-CKL-SUB              TO W-CKL-ACHADO
           PERFORM 7308-AVALIAR-RESPOSTA
           PERFORM 7305-GRAVAR-ARQ-CHECK-RESP
           IF  FS-OK
               ADD 1                   TO W-CKV-RESPONDIDOS
               IF  CKR-CONFORME
                   ADD 1               TO W-CKV-CONFORMES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1960-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1965-ACC-RESPOSTA-SN            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACE                  TO W-CKV-RESP-SN
           ACCEPT S-CKV-RESP-SN
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-CKV-FIM
               GO TO 1965-99-FIM
           END-IF

           INSPECT W-CKV-RESP-SN CONVERTING "sn" TO "SN"

           IF  W-CKV-RESP-SN       NOT EQUAL "S" AND NOT EQUAL "N"
                                   AND NOT EQUAL SPACE
               MOVE "Resposta invalida (S, N ou branco), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       1965-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC100R.cpy".
      * Rotinas arquivo de compromissos de retorno
       COPY ".\copybooks\GCC110R.cpy".
      * Rotinas catalogo de produtos
       COPY ".\copybooks\GCC147R.cpy".
      * Rotinas arquivo de pedidos de visita
       COPY ".\copybooks\GCC149R.cpy".
      * Rotinas arquivo de itens de pedido
       COPY ".\copybooks\GCC150R.cpy".
      * Rotinas cadastro de concorrentes
       COPY ".\copybooks\GCC178R.cpy".
      * Rotinas presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179R.cpy".
      * Rotinas cadastro de linhas de negocio
       COPY ".\copybooks\GCC160R.cpy".
      * Rotinas checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181R.cpy".
      * Rotinas respostas do checklist por visita
       COPY ".\copybooks\GCC182R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
