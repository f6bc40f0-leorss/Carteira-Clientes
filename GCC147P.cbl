      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC147P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC147P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cadastro de produtos - codigo, descricao,     *
      *                  linha de produto e situacao, referenciados    *
      *                  pelos itens de nota carregados no GCC117P e   *
      *                  agrupados por linha na analise de mix do      *
      *                  GCC148P. Produto com itens faturados nao e    *
      *                  excluido, so inativado.                       *
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

      * Cadastro de produtos
       COPY ".\copybooks\GCC147FC.cpy".

      * Arquivo de itens de nota fiscal
       COPY ".\copybooks\GCC148FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Cadastro de produtos
       COPY ".\copybooks\GCC147FD.cpy".

      * Arquivo de itens de nota fiscal
       COPY ".\copybooks\GCC148FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

       01  W-CAMPOS-PRODUTO.
           05  W-PROD-VALIDO           PIC X(01) VALUE "N".
           05  W-PROD-COM-ITENS        PIC X(01) VALUE "N".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela cadastro de produtos
       COPY ".\copybooks\GCC147S.cpy".
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

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-PRODUTO
               MOVE "Cadastro Produto" TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-PRODUTO
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-INCLUIR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       PERFORM 2000-ALTERAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F3
                       PERFORM 3000-EXCLUIR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F5
                       PERFORM 5000-LISTAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INCLUIR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-PRODUTO
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-PRODUTO

           ACCEPT S-PROD-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
           ELSE
               IF  PROD-CODIGO         EQUAL SPACES
                   MOVE "Codigo invalido, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 7547-LER-PRODUTO-CONSULTA
                   IF  W-REG-ENCONTRADO EQUAL "S"
                       MOVE "Codigo ja cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   ELSE
                       MOVE "A"        TO PROD-SITUACAO
                       MOVE "N"        TO W-PROD-VALIDO
                       PERFORM 6100-ACEITAR-CAMPOS
                               UNTIL W-PROD-VALIDO EQUAL "S"
                       PERFORM 8100-CONFIRMA
                       IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                           ACCEPT PROD-DATA-CADASTRO
                                       FROM DATE YYYYMMDD
                           MOVE PROD-DATA-CADASTRO
                                       TO PROD-DATA-ALTERACAO
                           PERFORM 7540-ABRIR-ARQ-PRODUTO
                           WRITE REG-ARQ-PRODUTO
                           IF  FS-OK
                               MOVE "Registro inserido com sucesso!"
                                       TO W-MSGERRO
                           ELSE
                               STRING "Erro inserir registro. FS: "
                                      WS-RESULTADO-ACESSO
                                      INTO W-MSGERRO
                           END-IF
                           PERFORM 8500-MOSTRA-AVISO
                           PERFORM 7549-FECHAR-ARQ-PRODUTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-PRODUTO
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-PRODUTO

           ACCEPT S-PROD-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
           ELSE
               PERFORM 7547-LER-PRODUTO-CONSULTA
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   MOVE "Codigo nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   DISPLAY S-TELA-PRODUTO
                   MOVE "N"            TO W-PROD-VALIDO
                   PERFORM 6100-ACEITAR-CAMPOS
                           UNTIL W-PROD-VALIDO EQUAL "S"
                   PERFORM 8100-CONFIRMA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-F1
                       ACCEPT PROD-DATA-ALTERACAO FROM DATE YYYYMMDD
                       PERFORM 7540-ABRIR-ARQ-PRODUTO
                       REWRITE REG-ARQ-PRODUTO
                       IF  FS-OK
                           MOVE "Registro alterado com sucesso!"
                                       TO W-MSGERRO
                       ELSE
                           STRING "Erro alterar registro. FS: "
                                  WS-RESULTADO-ACESSO
                                  INTO W-MSGERRO
                       END-IF
                       PERFORM 8500-MOSTRA-AVISO
                       PERFORM 7549-FECHAR-ARQ-PRODUTO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-PRODUTO
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-PRODUTO

           ACCEPT S-PROD-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
           ELSE
               PERFORM 7547-LER-PRODUTO-CONSULTA
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   MOVE "Codigo nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   DISPLAY S-TELA-PRODUTO
                   PERFORM 6200-VERIFICAR-ITENS
                   IF  W-PROD-COM-ITENS EQUAL "S"
                       MOVE "Produto com itens faturados - inative (si
      -                     "tuacao I), tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   ELSE
                       PERFORM 8100-CONFIRMA
                       IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                           PERFORM 7540-ABRIR-ARQ-PRODUTO
                           DELETE ARQ-PRODUTO
                           IF  FS-OK
                               MOVE "Registro excluido com sucesso!"
                                       TO W-MSGERRO
                           ELSE
                               STRING "Erro excluir registro. FS: "
                                      WS-RESULTADO-ACESSO
                                      INTO W-MSGERRO
                           END-IF
                           PERFORM 8500-MOSTRA-AVISO
                           PERFORM 7549-FECHAR-ARQ-PRODUTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre o cadastro em ordem de codigo com <PgDn>.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO

           OPEN INPUT ARQ-PRODUTO
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhum produto cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               MOVE SPACES              TO PROD-CODIGO
               PERFORM 7545-START-ARQ-PRODUTO-ASC
               IF  FS-OK
                   PERFORM 7544-LER-PROX-ARQ-PRODUTO
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhum produto cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7549-FECHAR-ARQ-PRODUTO
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY S-CLS
           DISPLAY S-TELA-PRODUTO
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7544-LER-PROX-ARQ-PRODUTO
                   IF  NOT FS-OK
                       MOVE "Ultimo registro, tecle <Enter>"
                                        TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                       MOVE "S"         TO W-VOLTAR
                   END-IF
               WHEN COB-SCR-ESC
                   MOVE "S"             TO W-VOLTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      *----------------------------------------------------------------*
       6100-ACEITAR-CAMPOS             SECTION.
      *----------------------------------------------------------------*
      * Descricao e linha de produto obrigatorias (a linha e a chave
      * do cruzamento de mix); situacao so A ou I.
           MOVE "S"                    TO W-PROD-VALIDO
           ACCEPT S-PROD-DESCRICAO
           ACCEPT S-PROD-LINHA
           ACCEPT S-PROD-SITUACAO

           IF  PROD-DESCRICAO          EQUAL SPACES
               MOVE "N"                TO W-PROD-VALIDO
               MOVE "Descricao obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           IF  PROD-LINHA              EQUAL SPACES
               MOVE "N"                TO W-PROD-VALIDO
               MOVE "Linha de produto obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           IF  NOT PROD-ATIVO AND NOT PROD-INATIVO
               MOVE "N"                TO W-PROD-VALIDO
               MOVE "Situacao invalida (A/I), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-VERIFICAR-ITENS            SECTION.
      *----------------------------------------------------------------*
      * Produto ja faturado fica no cadastro: excluir deixaria os
      * itens de nota apontando para um codigo sem linha de produto.
           MOVE "N"                    TO W-PROD-COM-ITENS

           OPEN INPUT ARQ-NOTA-ITEM
           IF  NOT FS-OK
               GO TO 6200-99-FIM
           END-IF

           MOVE PROD-CODIGO            TO NITEM-PRODUTO
           PERFORM 7558-START-ARQ-NOTA-ITEM-PROD
           IF  FS-OK
               PERFORM 7554-LER-PROX-ARQ-NOTA-ITEM
               IF  FS-OK AND NITEM-PRODUTO EQUAL PROD-CODIGO
                   MOVE "S"            TO W-PROD-COM-ITENS
               END-IF
           END-IF

           PERFORM 7559-FECHAR-ARQ-NOTA-ITEM.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7547-LER-PRODUTO-CONSULTA       SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual por codigo com abre-e-fecha, preservando o
      * codigo digitado na tela.
           MOVE "N"                    TO W-REG-ENCONTRADO

           PERFORM 7540-ABRIR-ARQ-PRODUTO
           IF  FS-OK
               PERFORM 7543-LER-ARQ-PRODUTO-CHAVE
               PERFORM 7549-FECHAR-ARQ-PRODUTO
           END-IF.

      *----------------------------------------------------------------*
       7547-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas cadastro de produtos
       COPY ".\copybooks\GCC147R.cpy".
      * Rotinas arquivo de itens de nota fiscal
       COPY ".\copybooks\GCC148R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
