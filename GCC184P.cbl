      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC184P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC184P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cadastro de amostras e brindes - material     *
      *                  promocional emitido aos vendedores e entregue *
      *                  aos clientes nas visitas. A movimentacao e    *
      *                  registrada em GCC185P (ARQ-MOV-MATERIAL) e    *
      *                  consolidada no relatorio GCC186P.             *
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

      * Cadastro de amostras e brindes
       COPY ".\copybooks\GCC184FC.cpy".

      * Movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Cadastro de amostras e brindes
       COPY ".\copybooks\GCC184FD.cpy".

      * Movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao do material
       COPY ".\copybooks\GCC184W.cpy".
      * Campos saldo de amostras e brindes por vendedor
       COPY ".\copybooks\GCC185W.cpy".

      * Quantidade de movimentos registrados do material (trava a
      * exclusao).
       01  W-CAMPOS-MATERIAL.
           05  W-MAT-QTDE-MOVIMENTOS   PIC 9(05) VALUE ZEROS.
           05  W-MAT-QTDE-MOVIMENTOS-ED
                                       PIC ZZ.ZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela cadastro de amostras e brindes
       COPY ".\copybooks\GCC184S.cpy".
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
               INITIALIZE REG-ARQ-MATERIAL
               MOVE "Cadastro de Amostras e Brindes"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-MATERIAL
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

           INITIALIZE REG-ARQ-MATERIAL
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-MATERIAL

           ACCEPT S-MAT-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           IF  MAT-CODIGO              EQUAL ZEROS
               MOVE "Codigo invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6900-LER-MAT-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Codigo ja cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           MOVE "A"                    TO MAT-SITUACAO
           PERFORM 6100-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT MAT-DATA-CADASTRO FROM DATE YYYYMMDD
               MOVE MAT-DATA-CADASTRO  TO MAT-DATA-ALTERACAO
               MOVE W-OPERADOR         TO MAT-OPERADOR
               PERFORM 7440-ABRIR-ARQ-MATERIAL
               PERFORM 7445-GRAVAR-ARQ-MATERIAL
               IF  FS-OK
                   MOVE "Material incluido com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7449-FECHAR-ARQ-MATERIAL
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-MATERIAL
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-MATERIAL

           ACCEPT S-MAT-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6900-LER-MAT-CONSULTA
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
               ACCEPT MAT-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO MAT-OPERADOR
               PERFORM 7440-ABRIR-ARQ-MATERIAL
               PERFORM 7446-REGRAVAR-ARQ-MATERIAL
               IF  FS-OK
                   MOVE "Material alterado com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7449-FECHAR-ARQ-MATERIAL
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*
      * O material so sai do cadastro sem movimento registrado; com
      * movimento, o caminho e inativa-lo em <F2>.
           INITIALIZE REG-ARQ-MATERIAL
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-MATERIAL

           ACCEPT S-MAT-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6900-LER-MAT-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Codigo nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           DISPLAY S-TELA-MATERIAL

           PERFORM 6300-CONTAR-MOVIMENTOS
           IF  W-MAT-QTDE-MOVIMENTOS   GREATER ZEROS
               MOVE W-MAT-QTDE-MOVIMENTOS
                                       TO W-MAT-QTDE-MOVIMENTOS-ED
               STRING "Material com" W-MAT-QTDE-MOVIMENTOS-ED
                      " movimentos; inative em <F2>, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7440-ABRIR-ARQ-MATERIAL
               PERFORM 7447-EXCLUIR-ARQ-MATERIAL
               IF  FS-OK
                   MOVE "Material excluido com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7449-FECHAR-ARQ-MATERIAL
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

           OPEN INPUT ARQ-MATERIAL
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhum material cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               MOVE ZEROS               TO MAT-CODIGO
               PERFORM 7444-START-ARQ-MATERIAL-ASC
               IF  FS-OK
                   PERFORM 7443-LER-PROX-ARQ-MATERIAL
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhum material cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7449-FECHAR-ARQ-MATERIAL
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY S-CLS
           DISPLAY S-TELA-MATERIAL
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7443-LER-PROX-ARQ-MATERIAL
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
      * Descricao, tipo, unidade e situacao; <Esc> em qualquer
      * campo abandona a operacao (W-CAMPO-VALIDADO = "N").
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-MATERIAL

           ACCEPT S-MAT-DESCRICAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF
           IF  MAT-DESCRICAO           EQUAL SPACES
               MOVE "Descricao do material obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           PERFORM 6110-VALIDAR-TIPO
                   UNTIL MAT-TIPO-VALIDO
                      OR COB-CRT-STATUS   EQUAL COB-SCR-ESC
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           ACCEPT S-MAT-UNIDADE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF
           IF  MAT-UNIDADE             EQUAL SPACES
               MOVE "UN"               TO MAT-UNIDADE
           END-IF
           INSPECT MAT-UNIDADE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM 6120-VALIDAR-SITUACAO
                   UNTIL MAT-SITUACAO-VALIDA
                      OR COB-CRT-STATUS   EQUAL COB-SCR-ESC
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6110-VALIDAR-TIPO               SECTION.
      *----------------------------------------------------------------*
      * A = amostra de produto, B = brinde.
           ACCEPT S-MAT-TIPO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6110-99-FIM
           END-IF

           IF  MAT-TIPO                EQUAL "a"
               MOVE "A"                TO MAT-TIPO
           END-IF
           IF  MAT-TIPO                EQUAL "b"
               MOVE "B"                TO MAT-TIPO
           END-IF

           IF  NOT MAT-TIPO-VALIDO
               MOVE "Tipo invalido (A ou B), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6120-VALIDAR-SITUACAO           SECTION.
      *----------------------------------------------------------------*
      * A = ativo (aceito em emissoes e entregas), I = inativo.
           ACCEPT S-MAT-SITUACAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6120-99-FIM
           END-IF

           IF  MAT-SITUACAO            EQUAL "a"
               MOVE "A"                TO MAT-SITUACAO
           END-IF
           IF  MAT-SITUACAO            EQUAL "i"
               MOVE "I"                TO MAT-SITUACAO
           END-IF

           IF  NOT MAT-SITUACAO-VALIDA
               MOVE "Situacao invalida (A ou I), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-CONTAR-MOVIMENTOS          SECTION.
      *----------------------------------------------------------------*
      * Movimentos (de qualquer vendedor) do material corrente.
           MOVE ZEROS                  TO W-MAT-QTDE-MOVIMENTOS

           OPEN INPUT ARQ-MOV-MATERIAL
           IF  FS-OK
               PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
               PERFORM UNTIL NOT FS-OK
                   IF  MMV-MAT-CODIGO  EQUAL MAT-CODIGO
                       ADD 1           TO W-MAT-QTDE-MOVIMENTOS
                   END-IF
                   PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
               END-PERFORM
               PERFORM 7489-FECHAR-ARQ-MOV-MATERIAL
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LER-MAT-CONSULTA          SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual por codigo com abre-e-fecha, preservando o
      * codigo digitado na tela.
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-MATERIAL
           IF  FS-OK
               PERFORM 7442-LER-ARQ-MATERIAL-CHAVE
               PERFORM 7449-FECHAR-ARQ-MATERIAL
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas cadastro de amostras e brindes
       COPY ".\copybooks\GCC184R.cpy".
      * Rotinas movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
