      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC189P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC189P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Registro de contato remoto - atendimento do   *
      *                  cliente por telefone, video ou whatsapp com   *
      *                  resultado e observacao, por dia, vendedor e   *
      *                  cliente, digitado aqui ou importado com o     *
      *                  lote de campo (GCC127P). Entra na cobertura   *
      *                  (GCC071P), no scorecard (GCC107P) e na        *
      *                  resposta de campanha (GCC137P) pela regra por *
      *                  segmento de GCC190P, sempre em separado da    *
      *                  visita presencial.                            *
      *----------------------------------------------------------------*
      *================================================================*
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

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FC.cpy".

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".

      * Registro de contato remoto
       COPY ".\copybooks\GCC189FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".

      * Registro de contato remoto
       COPY ".\copybooks\GCC189FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos critica do contato remoto
       COPY ".\copybooks\GCC189W.cpy".

      * Data informada para a listagem.
       01  W-CAMPOS-CONTATO-REM.
           05  W-CRM-DATA-LISTA        PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela registro de contato remoto
       COPY ".\copybooks\GCC189S.cpy".
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
               INITIALIZE REG-ARQ-CONTATO-REM
               MOVE SPACES             TO W-CRM-VEND-DESC
                                          W-CRM-CLIE-DESC
               MOVE "Registro de Contato Remoto"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CONTATO-REM
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
      * Vendedor ativo, cliente cadastrado e data (sugerida a do dia);
      * um registro por dia, vendedor e cliente.
           INITIALIZE REG-ARQ-CONTATO-REM
           MOVE SPACES                 TO W-CRM-VEND-DESC
                                          W-CRM-CLIE-DESC
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           ACCEPT CRM-DATA             FROM DATE YYYYMMDD
           MOVE "T"                    TO CRM-CANAL
           MOVE "E"                    TO CRM-RESULTADO
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO-REM

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

           PERFORM 6900-LER-CRM-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Contato ja registrado no dia, tecle <Enter>"
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
               MOVE "T"                TO CRM-ORIGEM
               ACCEPT CRM-DATA-REGISTRO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CRM-OPERADOR
               PERFORM 7461-ABRIR-ARQ-CONTATO-REM
               PERFORM 7466-GRAVAR-ARQ-CONTATO-REM
               IF  FS-OK
                   MOVE "Contato incluido com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7470-FECHAR-ARQ-CONTATO-REM
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*
      * Correcao do canal, do resultado e da observacao de um contato
      * registrado; o registro alterado passa a ter origem na tela.
           INITIALIZE REG-ARQ-CONTATO-REM
           MOVE SPACES                 TO W-CRM-VEND-DESC
                                          W-CRM-CLIE-DESC
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO-REM

           PERFORM 6100-CAPTURAR-CHAVE
           IF  W-VOLTAR                EQUAL "S"
           OR  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6900-LER-CRM-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Contato nao registrado no dia, tecle <Enter>"
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
               MOVE "T"                TO CRM-ORIGEM
               ACCEPT CRM-DATA-REGISTRO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CRM-OPERADOR
               PERFORM 7461-ABRIR-ARQ-CONTATO-REM
               PERFORM 7467-REGRAVAR-ARQ-CONTATO-REM
               IF  FS-OK
                   MOVE "Contato alterado com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7470-FECHAR-ARQ-CONTATO-REM
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-CONTATO-REM
           MOVE SPACES                 TO W-CRM-VEND-DESC
                                          W-CRM-CLIE-DESC
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO-REM

           PERFORM 6100-CAPTURAR-CHAVE
           IF  W-VOLTAR                EQUAL "S"
           OR  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6900-LER-CRM-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Contato nao registrado no dia, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           DISPLAY S-TELA-CONTATO-REM

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7461-ABRIR-ARQ-CONTATO-REM
               PERFORM 7468-EXCLUIR-ARQ-CONTATO-REM
               IF  FS-OK
                   MOVE "Contato excluido com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7470-FECHAR-ARQ-CONTATO-REM
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre os contatos em ordem de data, vendedor e cliente com
      * <PgDn> a partir da data informada; data zerada lista desde o
      * inicio.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO
           INITIALIZE REG-ARQ-CONTATO-REM
           MOVE SPACES                  TO W-CRM-VEND-DESC
                                           W-CRM-CLIE-DESC
           MOVE "<Esc> Voltar"          TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO-REM

           ACCEPT S-CRM-DATA
           IF  COB-CRT-STATUS           EQUAL COB-SCR-ESC
               MOVE "S"                 TO W-VOLTAR
               GO TO 5000-99-FIM
           END-IF
           MOVE CRM-DATA                TO W-CRM-DATA-LISTA

           OPEN INPUT ARQ-CONTATO-REM
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhum contato registrado, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE CRM-CHAVE
               MOVE W-CRM-DATA-LISTA    TO CRM-DATA
               PERFORM 7465-START-ARQ-CONTATO-REM-ASC
               IF  FS-OK
                   PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhum contato registrado, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7470-FECHAR-ARQ-CONTATO-REM
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*
      * Mostra o contato corrente (somente consulta) com os nomes do
      * vendedor e do cliente.
           MOVE SPACES                  TO W-CRM-VEND-DESC
                                           W-CRM-CLIE-DESC
           MOVE CRM-VEND-CODIGO         TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO         EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL   TO W-CRM-VEND-DESC
           END-IF
           MOVE CRM-CLIE-CODIGO         TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO         EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL   TO W-CRM-CLIE-DESC
           END-IF
           MOVE "00"                    TO WS-RESULTADO-ACESSO

           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO-REM
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
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
      * Vendedor e cliente (precisam existir) e data; <Esc> no
      * vendedor volta ao menu (W-VOLTAR = "S"), nos demais campos
      * abandona a operacao.
           MOVE "N"                    TO W-CAMPO-VALIDADO

           ACCEPT S-CRM-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF

           MOVE CRM-VEND-CODIGO        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF
           MOVE VEND-RAZAO-SOCIAL      TO W-CRM-VEND-DESC
           DISPLAY S-TELA-CONTATO-REM

           ACCEPT S-CRM-CLIE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           MOVE CRM-CLIE-CODIGO        TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Cliente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF
           MOVE CLIE-RAZAO-SOCIAL      TO W-CRM-CLIE-DESC
           DISPLAY S-TELA-CONTATO-REM

           ACCEPT S-CRM-DATA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF
           IF  CRM-DATA                EQUAL ZEROS
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
      * Canal, resultado e observacao, criticados pela mesma rotina
      * da importacao do lote de campo (7469).
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-CONTATO-REM

           ACCEPT S-CRM-CANAL
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6200-99-FIM
           END-IF
           INSPECT CRM-CANAL CONVERTING "tvw" TO "TVW"

           ACCEPT S-CRM-RESULTADO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6200-99-FIM
           END-IF
           INSPECT CRM-RESULTADO CONVERTING "es" TO "ES"

           ACCEPT S-CRM-OBSERVACAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6200-99-FIM
           END-IF

           PERFORM 7469-CRITICAR-CONTATO-REM
           DISPLAY S-TELA-CONTATO-REM
           IF  W-CRM-MOTIVO            NOT EQUAL SPACES
               STRING FUNCTION TRIM(W-CRM-MOTIVO)
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
       6900-LER-CRM-CONSULTA          SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual por data, vendedor e cliente com abre-e-fecha.
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-CONTATO-REM
           IF  FS-OK
               PERFORM 7463-LER-ARQ-CONTATO-REM-CHAVE
               PERFORM 7470-FECHAR-ARQ-CONTATO-REM
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas registro de contato remoto
       COPY ".\copybooks\GCC189R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
