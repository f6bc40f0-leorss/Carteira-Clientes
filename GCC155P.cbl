      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC155P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC155P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cadastro de redes de clientes (redes de       *
      *                  compra e associativismo) - agrupa clientes de *
      *                  CNPJ distintos, sem depender da raiz do CNPJ, *
      *                  com vendedor responsavel opcional. O cliente  *
      *                  aponta para a rede no GCC011P; a distribuicao *
      *                  (GCC030P) mantem a rede com um so vendedor    *
      *                  quando PARAM-AGRUPAR-REDE = "S".              *
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

      * Cadastro de redes de clientes
       COPY ".\copybooks\GCC155FC.cpy".

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FC.cpy".

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Cadastro de redes de clientes
       COPY ".\copybooks\GCC155FD.cpy".

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao da rede do cliente
       COPY ".\copybooks\GCC155W.cpy".

      * Nome do vendedor responsavel exibido na tela e quantidade de
      * clientes apontando para a rede (trava a exclusao).
       01  W-CAMPOS-REDE.
           05  W-RDE-VEND-RAZAO        PIC X(40) VALUE SPACES.
           05  W-RDE-QTDE-MEMBROS      PIC 9(05) VALUE ZEROS.
           05  W-RDE-QTDE-MEMBROS-ED   PIC ZZ.ZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela cadastro de redes
       COPY ".\copybooks\GCC155S.cpy".
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
               INITIALIZE REG-ARQ-REDE
               MOVE SPACES             TO W-RDE-VEND-RAZAO
               MOVE "Cadastro de Redes" TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-REDE
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

           INITIALIZE REG-ARQ-REDE
           MOVE SPACES                 TO W-RDE-VEND-RAZAO
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-REDE

           ACCEPT S-REDE-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           IF  REDE-CODIGO             EQUAL ZEROS
               MOVE "Codigo invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6900-LER-REDE-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Codigo ja cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           MOVE "A"                    TO REDE-SITUACAO
           PERFORM 6100-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT REDE-DATA-CADASTRO FROM DATE YYYYMMDD
               MOVE REDE-DATA-CADASTRO TO REDE-DATA-ALTERACAO
               MOVE W-OPERADOR         TO REDE-OPERADOR
               PERFORM 7640-ABRIR-ARQ-REDE
               PERFORM 7645-GRAVAR-ARQ-REDE
               IF  FS-OK
                   MOVE "Rede incluida com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7649-FECHAR-ARQ-REDE
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-REDE
           MOVE SPACES                 TO W-RDE-VEND-RAZAO
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-REDE

           ACCEPT S-REDE-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6900-LER-REDE-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Codigo nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6150-DESCREVER-VENDEDOR
           PERFORM 6100-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT REDE-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO REDE-OPERADOR
               PERFORM 7640-ABRIR-ARQ-REDE
               PERFORM 7646-REGRAVAR-ARQ-REDE
               IF  FS-OK
                   MOVE "Rede alterada com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7649-FECHAR-ARQ-REDE
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*
      * A rede so sai do cadastro sem clientes apontando para ela;
      * com membros, o caminho e inativa-la em <F2>.
           INITIALIZE REG-ARQ-REDE
           MOVE SPACES                 TO W-RDE-VEND-RAZAO
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-REDE

           ACCEPT S-REDE-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6900-LER-REDE-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Codigo nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6150-DESCREVER-VENDEDOR
           DISPLAY S-TELA-REDE

           PERFORM 6300-CONTAR-MEMBROS
           IF  W-RDE-QTDE-MEMBROS      GREATER ZEROS
               MOVE W-RDE-QTDE-MEMBROS TO W-RDE-QTDE-MEMBROS-ED
               STRING "Rede com" W-RDE-QTDE-MEMBROS-ED
                      " clientes; inative em <F2>, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7640-ABRIR-ARQ-REDE
               PERFORM 7647-EXCLUIR-ARQ-REDE
               IF  FS-OK
                   MOVE "Rede excluida com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7649-FECHAR-ARQ-REDE
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

           OPEN INPUT ARQ-REDE
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhuma rede cadastrada, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               MOVE ZEROS               TO REDE-CODIGO
               PERFORM 7644-START-ARQ-REDE-ASC
               IF  FS-OK
                   PERFORM 7643-LER-PROX-ARQ-REDE
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhuma rede cadastrada, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7649-FECHAR-ARQ-REDE
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 6150-DESCREVER-VENDEDOR
           DISPLAY S-CLS
           DISPLAY S-TELA-REDE
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7643-LER-PROX-ARQ-REDE
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
      * Nome, vendedor responsavel e situacao; <Esc> em qualquer
      * campo abandona a operacao (W-CAMPO-VALIDADO = "N").
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-REDE

           ACCEPT S-REDE-NOME
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF
           IF  REDE-NOME               EQUAL SPACES
               MOVE "Nome da rede obrigatorio, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           MOVE "N"                    TO W-REG-ENCONTRADO
           PERFORM 6110-VALIDAR-VENDEDOR
                   UNTIL W-REG-ENCONTRADO EQUAL "S"
                      OR COB-CRT-STATUS   EQUAL COB-SCR-ESC
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           PERFORM 6120-VALIDAR-SITUACAO
                   UNTIL REDE-SITUACAO-VALIDA
                      OR COB-CRT-STATUS   EQUAL COB-SCR-ESC
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6110-VALIDAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      * Vendedor responsavel opcional; informado, precisa existir e
      * estar ativo no cadastro de vendedores.
           ACCEPT S-REDE-VENDEDOR
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6110-99-FIM
           END-IF

           PERFORM 6150-DESCREVER-VENDEDOR
           DISPLAY S-REDE-VEND-RAZAO

           IF  REDE-VEND-CODIGO        EQUAL ZEROS
               MOVE "S"                TO W-REG-ENCONTRADO
               GO TO 6110-99-FIM
           END-IF

           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6110-99-FIM
           END-IF

           IF  NOT VEND-ATIVO
               MOVE "N"                TO W-REG-ENCONTRADO
               MOVE "Vendedor inativo, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6120-VALIDAR-SITUACAO           SECTION.
      *----------------------------------------------------------------*
      * A = ativa (aceita novos membros no GCC011P), I = inativa.
           ACCEPT S-REDE-SITUACAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6120-99-FIM
           END-IF

           IF  REDE-SITUACAO           EQUAL "a"
               MOVE "A"                TO REDE-SITUACAO
           END-IF
           IF  REDE-SITUACAO           EQUAL "i"
               MOVE "I"                TO REDE-SITUACAO
           END-IF

           IF  NOT REDE-SITUACAO-VALIDA
               MOVE "Situacao invalida (A ou I), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6150-DESCREVER-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * Nome do vendedor responsavel para a tela; deixa em
      * W-REG-ENCONTRADO se o codigo existe no cadastro.
           MOVE SPACES                 TO W-RDE-VEND-RAZAO
           MOVE "N"                    TO W-REG-ENCONTRADO

           IF  REDE-VEND-CODIGO        GREATER ZEROS
               MOVE REDE-VEND-CODIGO   TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-RDE-VEND-RAZAO
               ELSE
                   MOVE "(nao cadastrado)"
                                       TO W-RDE-VEND-RAZAO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-CONTAR-MEMBROS             SECTION.
      *----------------------------------------------------------------*
      * Clientes (ativos ou nao) que apontam para a rede corrente.
           MOVE ZEROS                  TO W-RDE-QTDE-MEMBROS

           OPEN INPUT ARQ-CLIENTE
           IF  FS-OK
               PERFORM 7153-LER-PROX-ARQ-CLIE
               PERFORM UNTIL NOT FS-OK
                   IF  CLIE-REDE-CODIGO EQUAL REDE-CODIGO
                       ADD 1           TO W-RDE-QTDE-MEMBROS
                   END-IF
                   PERFORM 7153-LER-PROX-ARQ-CLIE
               END-PERFORM
               PERFORM 7190-FECHAR-ARQ-CLIE
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LER-REDE-CONSULTA          SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual por codigo com abre-e-fecha, preservando o
      * codigo digitado na tela.
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-REDE
           IF  FS-OK
               PERFORM 7642-LER-ARQ-REDE-CHAVE
               PERFORM 7649-FECHAR-ARQ-REDE
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas cadastro de redes de clientes
       COPY ".\copybooks\GCC155R.cpy".
      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
