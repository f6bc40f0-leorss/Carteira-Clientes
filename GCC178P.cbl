      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC178P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC178P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cadastro de concorrentes - fornecedores que *
      *                  disputam os clientes da carteira. A presenca  *
      *                  de cada concorrente no cliente e registrada   *
      *                  apos a visita (GCC052P) e no lote de campo    *
      *                  (GCC127P), em ARQ-CLIE-CONCOR, e alimenta o   *
      *                  relatorio de share of wallet (GCC180P).       *
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

      * Cadastro de concorrentes
       COPY ".\copybooks\GCC178FC.cpy".

      * Presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Cadastro de concorrentes
       COPY ".\copybooks\GCC178FD.cpy".

      * Presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao do concorrente
       COPY ".\copybooks\GCC178W.cpy".
      * Campos de apoio a presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179W.cpy".

      * Quantidade de clientes com presenca registrada do concorrente
      * (trava a exclusao).
       01  W-CAMPOS-CONCORRENTE.
           05  W-CCR-QTDE-CLIENTES     PIC 9(05) VALUE ZEROS.
           05  W-CCR-QTDE-CLIENTES-ED  PIC ZZ.ZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela cadastro de concorrentes
       COPY ".\copybooks\GCC178S.cpy".
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
               INITIALIZE REG-ARQ-CONCORRENTE
               MOVE "Cadastro de Concorrentes"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CONCORRENTE
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-INCLUIR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       PERFORM 2000-ALTERAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F3
                       IF  W-PERFIL-GESTOR
                           PERFORM 3000-EXCLUIR UNTIL W-VOLTAR = "S"
                       ELSE
                           MOVE "Acesso negado para o seu perfil, tecl
      -                        "e <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
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

           INITIALIZE REG-ARQ-CONCORRENTE
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONCORRENTE

           ACCEPT S-CCOR-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           IF  CCOR-CODIGO             EQUAL ZEROS
               MOVE "Codigo invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6900-LER-CCOR-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Codigo ja cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           MOVE "A"                    TO CCOR-SITUACAO
           PERFORM 6100-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CCOR-DATA-CADASTRO FROM DATE YYYYMMDD
               MOVE CCOR-DATA-CADASTRO TO CCOR-DATA-ALTERACAO
               MOVE W-OPERADOR         TO CCOR-OPERADOR
               PERFORM 7400-ABRIR-ARQ-CONCORRENTE
               PERFORM 7405-GRAVAR-ARQ-CONCORRENTE
               IF  FS-OK
                   MOVE "Concorrente incluido com sucesso, tecle <Ente
      -                    "r>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7409-FECHAR-ARQ-CONCORRENTE
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-CONCORRENTE
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONCORRENTE

           ACCEPT S-CCOR-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6900-LER-CCOR-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Codigo nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6100-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CCOR-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CCOR-OPERADOR
               PERFORM 7400-ABRIR-ARQ-CONCORRENTE
               PERFORM 7406-REGRAVAR-ARQ-CONCORRENTE
               IF  FS-OK
                   MOVE "Concorrente alterado com sucesso, tecle <Ente
      -                    "r>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7409-FECHAR-ARQ-CONCORRENTE
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*
      * O concorrente so sai do cadastro sem presenca registrada em
      * cliente algum; com presenca, o caminho e inativa-lo em <F2>.
           INITIALIZE REG-ARQ-CONCORRENTE
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONCORRENTE

           ACCEPT S-CCOR-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6900-LER-CCOR-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Codigo nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           DISPLAY S-TELA-CONCORRENTE

           PERFORM 6300-CONTAR-CLIENTES
           IF  W-CCR-QTDE-CLIENTES     GREATER ZEROS
               MOVE W-CCR-QTDE-CLIENTES
                                       TO W-CCR-QTDE-CLIENTES-ED
               STRING "Concorrente em" W-CCR-QTDE-CLIENTES-ED
                      " clientes; inative em <F2>, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7400-ABRIR-ARQ-CONCORRENTE
               PERFORM 7407-EXCLUIR-ARQ-CONCORRENTE
               IF  FS-OK
                   MOVE "Concorrente excluido com sucesso, tecle <Ente
      -                    "r>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7409-FECHAR-ARQ-CONCORRENTE
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

           OPEN INPUT ARQ-CONCORRENTE
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhum concorrente cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               MOVE ZEROS               TO CCOR-CODIGO
               PERFORM 7404-START-ARQ-CONCORRENTE-ASC
               IF  FS-OK
                   PERFORM 7403-LER-PROX-ARQ-CONCORRENTE
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhum concorrente cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7409-FECHAR-ARQ-CONCORRENTE
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY S-CLS
           DISPLAY S-TELA-CONCORRENTE
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7403-LER-PROX-ARQ-CONCORRENTE
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
       6100-CAPTURAR-CAMPOS            SECTION.
      *----------------------------------------------------------------*
      * Nome e situacao; <Esc> em qualquer
      * campo abandona a operacao (W-CAMPO-VALIDADO = "N").
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-CONCORRENTE

           ACCEPT S-CCOR-NOME
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF
           IF  CCOR-NOME               EQUAL SPACES
               MOVE "Nome do concorrente obrigatorio, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           PERFORM 6120-VALIDAR-SITUACAO
                   UNTIL CCOR-SITUACAO-VALIDA
                      OR COB-CRT-STATUS   EQUAL COB-SCR-ESC
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6120-VALIDAR-SITUACAO           SECTION.
      *----------------------------------------------------------------*
      * A = ativo (aceito nas observacoes de campo), I = inativo.
           ACCEPT S-CCOR-SITUACAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6120-99-FIM
           END-IF

           IF  CCOR-SITUACAO           EQUAL "a"
               MOVE "A"                TO CCOR-SITUACAO
           END-IF
           IF  CCOR-SITUACAO           EQUAL "i"
               MOVE "I"                TO CCOR-SITUACAO
           END-IF

           IF  NOT CCOR-SITUACAO-VALIDA
               MOVE "Situacao invalida (A ou I), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-CONTAR-CLIENTES            SECTION.
      *----------------------------------------------------------------*
      * Registros de presenca (cliente e linha) do concorrente
      * corrente.
           MOVE ZEROS                  TO W-CCR-QTDE-CLIENTES

           OPEN INPUT ARQ-CLIE-CONCOR
           IF  FS-OK
               PERFORM 7103-LER-PROX-ARQ-CLIE-CONCOR
               PERFORM UNTIL NOT FS-OK
                   IF  CLCO-CCOR-CODIGO EQUAL CCOR-CODIGO
                       ADD 1           TO W-CCR-QTDE-CLIENTES
                   END-IF
                   PERFORM 7103-LER-PROX-ARQ-CLIE-CONCOR
               END-PERFORM
               PERFORM 7109-FECHAR-ARQ-CLIE-CONCOR
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LER-CCOR-CONSULTA          SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual por codigo com abre-e-fecha, preservando o
      * codigo digitado na tela.
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-CONCORRENTE
           IF  FS-OK
               PERFORM 7402-LER-ARQ-CONCORRENTE-CHAVE
               PERFORM 7409-FECHAR-ARQ-CONCORRENTE
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas cadastro de concorrentes
       COPY ".\copybooks\GCC178R.cpy".
      * Rotinas presenca de concorrentes por cliente
       COPY ".\copybooks\GCC179R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
