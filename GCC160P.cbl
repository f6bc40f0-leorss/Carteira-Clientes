      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC160P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC160P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cadastro de linhas de negocio - cada vendedor *
      *                  pertence a uma linha (GCC012P) e a            *
      *                  distribuicao (GCC030P) atribui, para cada     *
      *                  cliente, um vendedor em cada linha ativa,     *
      *                  gravando em ARQ-DIST um registro por cliente  *
      *                  e linha. Sem cadastro, tudo corre na linha 01.*
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

      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FC.cpy".

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FD.cpy".

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao da linha de negocio
       COPY ".\copybooks\GCC160W.cpy".

      * Quantidade de vendedores da linha corrente (trava a exclusao).
       01  W-CAMPOS-LINHA-NEG.
           05  W-LNG-QTDE-VEND         PIC 9(05) VALUE ZEROS.
           05  W-LNG-QTDE-VEND-ED      PIC ZZ.ZZ9.
           05  W-LNG-LINHA-VEND        PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela cadastro de linhas de negocio
       COPY ".\copybooks\GCC160S.cpy".
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
               INITIALIZE REG-ARQ-LINHA-NEG
               MOVE "Linhas de Negocio" TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-LINHA-NEG
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

           INITIALIZE REG-ARQ-LINHA-NEG
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-LINHA-NEG

           ACCEPT S-LNEG-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           IF  LNEG-CODIGO             EQUAL ZEROS
               MOVE "Codigo invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6900-LER-LINHA-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Codigo ja cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           MOVE "A"                    TO LNEG-SITUACAO
           PERFORM 6100-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT LNEG-DATA-CADASTRO FROM DATE YYYYMMDD
               MOVE LNEG-DATA-CADASTRO TO LNEG-DATA-ALTERACAO
               MOVE W-OPERADOR         TO LNEG-OPERADOR
               PERFORM 7821-ABRIR-ARQ-LINHA-NEG
               PERFORM 7826-GRAVAR-ARQ-LINHA-NEG
               IF  FS-OK
                   MOVE "Linha incluida com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7839-FECHAR-ARQ-LINHA-NEG
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*
      * Inativar a linha a tira da proxima distribuicao; as
      * atribuicoes ja gravadas nela saem de ARQ-DIST nessa execucao.
           INITIALIZE REG-ARQ-LINHA-NEG
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-LINHA-NEG

           ACCEPT S-LNEG-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6900-LER-LINHA-CONSULTA
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
               ACCEPT LNEG-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO LNEG-OPERADOR
               PERFORM 7821-ABRIR-ARQ-LINHA-NEG
               PERFORM 7827-REGRAVAR-ARQ-LINHA-NEG
               IF  FS-OK
                   MOVE "Linha alterada com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7839-FECHAR-ARQ-LINHA-NEG
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*
      * A linha so sai do cadastro sem vendedores ligados a ela; com
      * vendedores, o caminho e inativa-la em <F2>.
           INITIALIZE REG-ARQ-LINHA-NEG
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-LINHA-NEG

           ACCEPT S-LNEG-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6900-LER-LINHA-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Codigo nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           DISPLAY S-TELA-LINHA-NEG

           PERFORM 6300-CONTAR-VENDEDORES
           IF  W-LNG-QTDE-VEND         GREATER ZEROS
               MOVE W-LNG-QTDE-VEND    TO W-LNG-QTDE-VEND-ED
               STRING "Linha com" W-LNG-QTDE-VEND-ED
                      " vendedores; inative em <F2>, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7821-ABRIR-ARQ-LINHA-NEG
               PERFORM 7828-EXCLUIR-ARQ-LINHA-NEG
               IF  FS-OK
                   MOVE "Linha excluida com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7839-FECHAR-ARQ-LINHA-NEG
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

           OPEN INPUT ARQ-LINHA-NEG
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhuma linha cadastrada, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               MOVE ZEROS               TO LNEG-CODIGO
               PERFORM 7825-START-ARQ-LINHA-NEG-ASC
               IF  FS-OK
                   PERFORM 7824-LER-PROX-ARQ-LINHA-NEG
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhuma linha cadastrada, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7839-FECHAR-ARQ-LINHA-NEG
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY S-CLS
           DISPLAY S-TELA-LINHA-NEG
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7824-LER-PROX-ARQ-LINHA-NEG
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
      * Descricao e situacao; <Esc> em qualquer campo abandona a
      * operacao (W-CAMPO-VALIDADO = "N").
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-LINHA-NEG

           ACCEPT S-LNEG-DESCRICAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF
           IF  LNEG-DESCRICAO          EQUAL SPACES
               MOVE "Descricao da linha obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           PERFORM 6120-VALIDAR-SITUACAO
                   UNTIL LNEG-SITUACAO-VALIDA
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
      * A = ativa (entra na distribuicao), I = inativa.
           ACCEPT S-LNEG-SITUACAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6120-99-FIM
           END-IF

           IF  LNEG-SITUACAO           EQUAL "a"
               MOVE "A"                TO LNEG-SITUACAO
           END-IF
           IF  LNEG-SITUACAO           EQUAL "i"
               MOVE "I"                TO LNEG-SITUACAO
           END-IF

           IF  NOT LNEG-SITUACAO-VALIDA
               MOVE "Situacao invalida (A ou I), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-CONTAR-VENDEDORES          SECTION.
      *----------------------------------------------------------------*
      * Vendedores (ativos ou nao) ligados a linha corrente; registro
      * com a linha em branco ou zerada conta como linha 01.
           MOVE ZEROS                  TO W-LNG-QTDE-VEND

           OPEN INPUT ARQ-VENDEDOR
           IF  FS-OK
               PERFORM 7253-LER-PROX-ARQ-VEND
               PERFORM UNTIL NOT FS-OK
                   MOVE 1              TO W-LNG-LINHA-VEND
                   IF  VEND-LINHA      NUMERIC AND
                       VEND-LINHA      GREATER ZEROS
                       MOVE VEND-LINHA TO W-LNG-LINHA-VEND
                   END-IF
                   IF  W-LNG-LINHA-VEND EQUAL LNEG-CODIGO
                       ADD 1           TO W-LNG-QTDE-VEND
                   END-IF
                   PERFORM 7253-LER-PROX-ARQ-VEND
               END-PERFORM
               PERFORM 7290-FECHAR-ARQ-VEND
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LER-LINHA-CONSULTA         SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual por codigo com abre-e-fecha, preservando o
      * codigo digitado na tela.
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-LINHA-NEG
           IF  FS-OK
               PERFORM 7823-LER-ARQ-LINHA-NEG-CHAVE
               PERFORM 7839-FECHAR-ARQ-LINHA-NEG
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas cadastro de linhas de negocio
       COPY ".\copybooks\GCC160R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
