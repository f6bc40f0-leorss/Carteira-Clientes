      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC159P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC159P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Especializacao setorial do vendedor - divisoes*
      *                  CNAE (dois primeiros digitos do CNAE) que cada*
      *                  vendedor pode atender. A distribuicao         *
      *                  (GCC030P) so entrega ao especialista clientes *
      *                  das divisoes da lista; vendedor sem lista     *
      *                  atende qualquer setor. Inclusao e exclusao    *
      *                  registradas na trilha de auditoria de         *
      *                  vendedores.                                   *
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

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Especializacao setorial (CNAE) do vendedor
       COPY ".\copybooks\GCC159FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Especializacao setorial (CNAE) do vendedor
       COPY ".\copybooks\GCC159FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos especializacao setorial (CNAE) do vendedor
       COPY ".\copybooks\GCC159W.cpy".

       01  W-APOIO-VEND-CNAE.
           05  W-VCN-VEND-DESC         PIC X(40) VALUE SPACES.
      * Divisoes ja cadastradas para o vendedor, mostradas na tela
      * (as que nao couberem na linha ficam indicadas com "...").
           05  W-VCN-LISTA             PIC X(50) VALUE SPACES.
           05  W-VCN-PONTEIRO          PIC 9(03) VALUE ZEROS.
           05  W-VCN-QTDE              PIC 9(03) VALUE ZEROS.
      * Registro em digitacao, salvo enquanto a lista reusa o FD.
           05  W-VCN-VEND              PIC 9(07) VALUE ZEROS.
           05  W-VCN-DIVISAO           PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".

      * Copybook tela especializacao setorial (CNAE) do vendedor
       COPY ".\copybooks\GCC159S.cpy".
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
               INITIALIZE REG-ARQ-VEND-CNAE W-APOIO-VEND-CNAE
               MOVE "Vendedor x CNAE"  TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F3> Excluir <F5> Listar"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-VEND-CNAE
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-INCLUIR
                   WHEN COB-SCR-F3
                       PERFORM 3000-EXCLUIR
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

           PERFORM 6100-CAPTURAR-VENDEDOR
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           ACCEPT S-VCN-DIVISAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1000-99-FIM
           END-IF
           IF  VCNA-DIVISAO            EQUAL ZEROS
               MOVE "Divisao CNAE invalida (01 a 99), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 7796-ABRIR-ARQ-VEND-CNAE
           IF  NOT FS-OK
               GO TO 1000-99-FIM
           END-IF

           MOVE VCNA-VEND-CODIGO       TO W-VCN-VEND
           MOVE VCNA-DIVISAO           TO W-VCN-DIVISAO
           PERFORM 7798-LER-ARQ-VEND-CNAE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Divisao ja cadastrada para o vendedor, tecle <Ente
      -             "r>"               TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE REG-ARQ-VEND-CNAE
               MOVE W-VCN-VEND         TO VCNA-VEND-CODIGO
               MOVE W-VCN-DIVISAO      TO VCNA-DIVISAO
               PERFORM 8100-CONFIRMA
               IF  COB-CRT-STATUS      EQUAL COB-SCR-F1
                   ACCEPT VCNA-DATA-INCLUSAO FROM DATE YYYYMMDD
                   MOVE W-OPERADOR     TO VCNA-OPERADOR
                   PERFORM 7801-GRAVAR-ARQ-VEND-CNAE
                   IF  FS-OK
                       MOVE "CNAE-INC" TO W-AUDIT-OPERACAO
                       PERFORM 6300-AUDITAR-DIVISAO
                       MOVE "Divisao incluida, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
               END-IF
           END-IF
           PERFORM 7809-FECHAR-ARQ-VEND-CNAE.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*

           PERFORM 6100-CAPTURAR-VENDEDOR
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 3000-99-FIM
           END-IF

           ACCEPT S-VCN-DIVISAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7796-ABRIR-ARQ-VEND-CNAE
           IF  NOT FS-OK
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7798-LER-ARQ-VEND-CNAE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Divisao nao cadastrada para o vendedor, tecle <Ent
      -             "er>"              TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 8100-CONFIRMA
               IF  COB-CRT-STATUS      EQUAL COB-SCR-F1
                   PERFORM 7802-EXCLUIR-ARQ-VEND-CNAE
                   IF  FS-OK
                       MOVE "CNAE-EXC" TO W-AUDIT-OPERACAO
                       PERFORM 6300-AUDITAR-DIVISAO
                       MOVE "Divisao excluida, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
               END-IF
           END-IF
           PERFORM 7809-FECHAR-ARQ-VEND-CNAE.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQ-VEND-CNAE
           IF  NOT FS-OK
               MOVE "S"                TO W-VOLTAR
               MOVE "Nenhuma especializacao registrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE VCNA-CHAVE
               START ARQ-VEND-CNAE KEY IS NOT LESS THAN VCNA-CHAVE
               IF  FS-OK
                   READ ARQ-VEND-CNAE NEXT
               END-IF
               IF  NOT FS-OK
                   MOVE "S"            TO W-VOLTAR
                   MOVE "Nenhuma especializacao registrada, tecle <Ente
      -                 "r>"           TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-DIVISAO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               CLOSE ARQ-VEND-CNAE
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-DIVISAO             SECTION.
      *----------------------------------------------------------------*

           MOVE VCNA-VEND-CODIGO       TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-VCN-VEND-DESC
           ELSE
               MOVE "Vendedor nao cadastrado"
                                       TO W-VCN-VEND-DESC
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           MOVE SPACES                 TO W-VCN-LISTA

           DISPLAY S-CLS
           DISPLAY S-TELA-VEND-CNAE
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                       TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   READ ARQ-VEND-CNAE NEXT
                   IF  NOT FS-OK
                       MOVE "Ultimo registro, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                       MOVE "S"        TO W-VOLTAR
                   END-IF
               WHEN COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-CAPTURAR-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      * Recebe e valida o vendedor e mostra as divisoes que ele ja
      * atende. Devolve W-REG-ENCONTRADO = "S" quando pode seguir.
           MOVE "N"                    TO W-REG-ENCONTRADO
           ACCEPT S-VCN-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           MOVE VCNA-VEND-CODIGO       TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           MOVE VEND-RAZAO-SOCIAL      TO W-VCN-VEND-DESC
           PERFORM 6200-MONTAR-LISTA
           DISPLAY S-TELA-VEND-CNAE
           MOVE "S"                    TO W-REG-ENCONTRADO.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-MONTAR-LISTA               SECTION.
      *----------------------------------------------------------------*
      * Monta em W-VCN-LISTA as divisoes ja cadastradas do vendedor
      * de VCNA-VEND-CODIGO, preservando o registro em digitacao.
           MOVE VCNA-VEND-CODIGO       TO W-VCN-VEND
           MOVE SPACES                 TO W-VCN-LISTA
           MOVE 1                      TO W-VCN-PONTEIRO
           MOVE ZEROS                  TO W-VCN-QTDE

           OPEN INPUT ARQ-VEND-CNAE
           IF  FS-OK
               MOVE W-VCN-VEND         TO VCNA-VEND-CODIGO
               MOVE ZEROS              TO VCNA-DIVISAO
               START ARQ-VEND-CNAE KEY IS NOT LESS THAN VCNA-CHAVE
               IF  FS-OK
                   READ ARQ-VEND-CNAE NEXT
               END-IF
               PERFORM UNTIL NOT FS-OK
                          OR VCNA-VEND-CODIGO NOT EQUAL W-VCN-VEND
                   ADD 1               TO W-VCN-QTDE
                   IF  W-VCN-QTDE      GREATER 15
                       IF  W-VCN-QTDE  EQUAL 16
                           STRING "..." DELIMITED BY SIZE
                                  INTO W-VCN-LISTA
                                  WITH POINTER W-VCN-PONTEIRO
                       END-IF
                   ELSE
                       STRING VCNA-DIVISAO " " DELIMITED BY SIZE
                              INTO W-VCN-LISTA
                              WITH POINTER W-VCN-PONTEIRO
                   END-IF
                   READ ARQ-VEND-CNAE NEXT
               END-PERFORM
               CLOSE ARQ-VEND-CNAE
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-VCN-QTDE              EQUAL ZEROS
               MOVE "Nenhuma - atende qualquer setor"
                                       TO W-VCN-LISTA
           END-IF

           INITIALIZE REG-ARQ-VEND-CNAE
           MOVE W-VCN-VEND             TO VCNA-VEND-CODIGO.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-AUDITAR-DIVISAO            SECTION.
      *----------------------------------------------------------------*
      * Registra a mudanca na trilha de auditoria de vendedores, com
      * a divisao na frente da razao social.
           MOVE VCNA-VEND-CODIGO       TO W-AUDIT-CODIGO
           MOVE VCNA-DIVISAO           TO W-VCN-DIVISAO
           MOVE SPACES                 TO W-AUDIT-RAZAO-SOCIAL
           STRING "Div " W-VCN-DIVISAO " " W-VCN-VEND-DESC
                  DELIMITED BY SIZE INTO W-AUDIT-RAZAO-SOCIAL
           PERFORM 7296-GRAVAR-ARQ-AUDIT-VEND
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas especializacao setorial (CNAE) do vendedor
       COPY ".\copybooks\GCC159R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
