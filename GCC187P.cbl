      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC187P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC187P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Diario de odometro do veiculo - quilometragem *
      *                  inicial e final e placa por vendedor e dia,   *
      *                  digitados aqui ou importados com o lote de    *
      *                  campo (GCC127P). A conciliacao contra a       *
      *                  quilometragem calculada do reembolso de       *
      *                  GCC109P sai no relatorio GCC188P.             *
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

      * Diario de odometro do veiculo
       COPY ".\copybooks\GCC187FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".

      * Diario de odometro do veiculo
       COPY ".\copybooks\GCC187FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos critica do diario de odometro
       COPY ".\copybooks\GCC187W.cpy".

      * Vendedor informado para a listagem.
       01  W-CAMPOS-ODOMETRO.
           05  W-ODO-VEND-LISTA        PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela diario de odometro
       COPY ".\copybooks\GCC187S.cpy".
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
               INITIALIZE REG-ARQ-ODOMETRO
               MOVE SPACES             TO W-ODO-VEND-DESC
               MOVE ZEROS              TO W-ODO-KM-RODADO
               MOVE "Diario de Odometro do Veiculo"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-ODOMETRO
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
      * Vendedor ativo e data (sugerida a do dia); um registro por
      * vendedor e dia.
           INITIALIZE REG-ARQ-ODOMETRO
           MOVE SPACES                 TO W-ODO-VEND-DESC
           MOVE ZEROS                  TO W-ODO-KM-RODADO
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           ACCEPT ODO-DATA             FROM DATE YYYYMMDD
           DISPLAY S-CLS
           DISPLAY S-TELA-ODOMETRO

           PERFORM 6100-CAPTURAR-CHAVE
           IF  W-VOLTAR                EQUAL "S"
           OR  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           IF  VEND-INATIVO
               MOVE "Vendedor inativo, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6900-LER-ODO-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Dia ja registrado para o vendedor, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6200-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               MOVE "T"                TO ODO-ORIGEM
               ACCEPT ODO-DATA-REGISTRO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO ODO-OPERADOR
               PERFORM 7990-ABRIR-ARQ-ODOMETRO
               PERFORM 7995-GRAVAR-ARQ-ODOMETRO
               IF  FS-OK
                   MOVE "Odometro incluido com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7999-FECHAR-ARQ-ODOMETRO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*
      * Correcao da placa e da quilometragem de um dia registrado;
      * o registro alterado passa a ter origem na tela.
           INITIALIZE REG-ARQ-ODOMETRO
           MOVE SPACES                 TO W-ODO-VEND-DESC
           MOVE ZEROS                  TO W-ODO-KM-RODADO
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-ODOMETRO

           PERFORM 6100-CAPTURAR-CHAVE
           IF  W-VOLTAR                EQUAL "S"
           OR  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6900-LER-ODO-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Dia nao registrado para o vendedor, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6200-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               MOVE "T"                TO ODO-ORIGEM
               ACCEPT ODO-DATA-REGISTRO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO ODO-OPERADOR
               PERFORM 7990-ABRIR-ARQ-ODOMETRO
               PERFORM 7996-REGRAVAR-ARQ-ODOMETRO
               IF  FS-OK
                   MOVE "Odometro alterado com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7999-FECHAR-ARQ-ODOMETRO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-ODOMETRO
           MOVE SPACES                 TO W-ODO-VEND-DESC
           MOVE ZEROS                  TO W-ODO-KM-RODADO
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-ODOMETRO

           PERFORM 6100-CAPTURAR-CHAVE
           IF  W-VOLTAR                EQUAL "S"
           OR  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6900-LER-ODO-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Dia nao registrado para o vendedor, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           COMPUTE W-ODO-KM-RODADO = ODO-KM-FINAL - ODO-KM-INICIAL
           DISPLAY S-TELA-ODOMETRO

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7990-ABRIR-ARQ-ODOMETRO
               PERFORM 7997-EXCLUIR-ARQ-ODOMETRO
               IF  FS-OK
                   MOVE "Odometro excluido com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7999-FECHAR-ARQ-ODOMETRO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre o diario em ordem de vendedor e data com <PgDn> a
      * partir do vendedor informado; vendedor zerado lista desde o
      * inicio.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO
           INITIALIZE REG-ARQ-ODOMETRO
           MOVE SPACES                  TO W-ODO-VEND-DESC
           MOVE ZEROS                   TO W-ODO-KM-RODADO
           MOVE "<Esc> Voltar"          TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-ODOMETRO

           ACCEPT S-ODO-VEND
           IF  COB-CRT-STATUS           EQUAL COB-SCR-ESC
               MOVE "S"                 TO W-VOLTAR
               GO TO 5000-99-FIM
           END-IF
           MOVE ODO-VEND-CODIGO         TO W-ODO-VEND-LISTA

           OPEN INPUT ARQ-ODOMETRO
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhum odometro registrado, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE ODO-CHAVE
               MOVE W-ODO-VEND-LISTA    TO ODO-VEND-CODIGO
               PERFORM 7994-START-ARQ-ODOMETRO-ASC
               IF  FS-OK
                   PERFORM 7993-LER-PROX-ARQ-ODOMETRO
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhum odometro registrado, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7999-FECHAR-ARQ-ODOMETRO
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*
      * Mostra o dia corrente (somente consulta) com o nome do
      * vendedor e a quilometragem rodada.
           MOVE SPACES                  TO W-ODO-VEND-DESC
           MOVE ODO-VEND-CODIGO         TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO         EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL   TO W-ODO-VEND-DESC
           END-IF
           MOVE "00"                    TO WS-RESULTADO-ACESSO
           MOVE ZEROS                   TO W-ODO-KM-RODADO
           IF  ODO-KM-FINAL             NOT LESS ODO-KM-INICIAL
               COMPUTE W-ODO-KM-RODADO = ODO-KM-FINAL - ODO-KM-INICIAL
           END-IF

           DISPLAY S-CLS
           DISPLAY S-TELA-ODOMETRO
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7993-LER-PROX-ARQ-ODOMETRO
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
       6100-CAPTURAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      * Vendedor (precisa existir) e data; <Esc> no vendedor volta ao
      * menu (W-VOLTAR = "S"), nos demais campos abandona a operacao.
           MOVE "N"                    TO W-CAMPO-VALIDADO

           ACCEPT S-ODO-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF

           MOVE ODO-VEND-CODIGO        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF
           MOVE VEND-RAZAO-SOCIAL      TO W-ODO-VEND-DESC
           DISPLAY S-TELA-ODOMETRO

           ACCEPT S-ODO-DATA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF
           IF  ODO-DATA                EQUAL ZEROS
               MOVE "Data invalida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-CAPTURAR-CAMPOS            SECTION.
      *----------------------------------------------------------------*
      * Placa e quilometragem inicial e final, criticadas pela mesma
      * rotina da importacao do lote de campo (7998).
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-ODOMETRO

           ACCEPT S-ODO-PLACA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6200-99-FIM
           END-IF
           INSPECT ODO-PLACA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           ACCEPT S-ODO-KM-INICIAL
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6200-99-FIM
           END-IF

           ACCEPT S-ODO-KM-FINAL
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6200-99-FIM
           END-IF

           PERFORM 7998-CRITICAR-ODOMETRO
           DISPLAY S-TELA-ODOMETRO
           IF  W-ODO-MOTIVO            NOT EQUAL SPACES
               STRING FUNCTION TRIM(W-ODO-MOTIVO)
                      ", tecle <Enter>" DELIMITED BY SIZE
                      INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6200-99-FIM
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LER-ODO-CONSULTA          SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual por vendedor e data com abre-e-fecha.
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-ODOMETRO
           IF  FS-OK
               PERFORM 7992-LER-ARQ-ODOMETRO-CHAVE
               PERFORM 7999-FECHAR-ARQ-ODOMETRO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas diario de odometro do veiculo
       COPY ".\copybooks\GCC187R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
