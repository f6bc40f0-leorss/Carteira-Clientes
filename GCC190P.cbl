      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC190P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC190P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Regra de contato remoto por segmento do       *
      *                  cliente - se o contato remoto efetivo         *
      *                  (GCC189P) conta como cobertura e em ate       *
      *                  quantos dias da ultima visita presencial (por *
      *                  exemplo, segmento C alternando remoto e       *
      *                  presencial). Usada pela cobertura, pelo       *
      *                  scorecard e pela resposta de campanha.        *
      *                  Manutencao restrita ao perfil gestor.         *
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

      * Regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos regra de contato remoto na cobertura
       COPY ".\copybooks\GCC190W.cpy".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela regra de contato remoto
       COPY ".\copybooks\GCC190S.cpy".
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
               INITIALIZE REG-ARQ-REGRA-REMOTO
               MOVE "Regra de Contato Remoto na Cobertura"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-REGRA-REMOTO
               ACCEPT  S-OPCAO
               IF  (COB-CRT-STATUS     EQUAL COB-SCR-F1 OR
                    COB-CRT-STATUS     EQUAL COB-SCR-F2 OR
                    COB-CRT-STATUS     EQUAL COB-SCR-F3)
               AND NOT W-PERFIL-GESTOR
                   MOVE "Acesso negado para o seu perfil, tecle <Ente
      -                 "r>"           TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
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
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INCLUIR                   SECTION.
      *----------------------------------------------------------------*
      * Uma regra por segmento; sugere remoto contando com a ultima
      * visita presencial em ate 60 dias.
           INITIALIZE REG-ARQ-REGRA-REMOTO
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           MOVE "S"                    TO RRM-CONTA-REMOTO
           MOVE 60                     TO RRM-DIAS-PRESENCIAL
           DISPLAY S-CLS
           DISPLAY S-TELA-REGRA-REMOTO

           PERFORM 6100-CAPTURAR-SEGMENTO
           IF  W-VOLTAR                EQUAL "S"
           OR  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6900-LER-RRM-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Regra ja cadastrada para o segmento, tecle <Enter>"
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
               ACCEPT RRM-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO RRM-OPERADOR
               PERFORM 7942-ABRIR-ARQ-REGRA-REMOTO
               PERFORM 7947-GRAVAR-ARQ-REGRA-REMOTO
               IF  FS-OK
                   MOVE "Regra incluida com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7954-FECHAR-ARQ-REGRA-REMOTO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-REGRA-REMOTO
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-REGRA-REMOTO

           PERFORM 6100-CAPTURAR-SEGMENTO
           IF  W-VOLTAR                EQUAL "S"
           OR  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6900-LER-RRM-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Regra nao cadastrada para o segmento, tecle <Ente
      -             "r>"               TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6200-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT RRM-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO RRM-OPERADOR
               PERFORM 7942-ABRIR-ARQ-REGRA-REMOTO
               PERFORM 7948-REGRAVAR-ARQ-REGRA-REMOTO
               IF  FS-OK
                   MOVE "Regra alterada com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7954-FECHAR-ARQ-REGRA-REMOTO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*
      * Sem a regra o contato remoto deixa de contar no segmento.
           INITIALIZE REG-ARQ-REGRA-REMOTO
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-REGRA-REMOTO

           PERFORM 6100-CAPTURAR-SEGMENTO
           IF  W-VOLTAR                EQUAL "S"
           OR  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6900-LER-RRM-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Regra nao cadastrada para o segmento, tecle <Ente
      -             "r>"               TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           DISPLAY S-TELA-REGRA-REMOTO

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7942-ABRIR-ARQ-REGRA-REMOTO
               PERFORM 7949-EXCLUIR-ARQ-REGRA-REMOTO
               IF  FS-OK
                   MOVE "Regra excluida com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7954-FECHAR-ARQ-REGRA-REMOTO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre as regras em ordem de segmento com <PgDn>.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO
           INITIALIZE REG-ARQ-REGRA-REMOTO
           MOVE "<Esc> Voltar"          TO W-STATUS

           OPEN INPUT ARQ-REGRA-REMOTO
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhuma regra cadastrada, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 7945-LER-PROX-ARQ-REGRA-REMOTO
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhuma regra cadastrada, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7954-FECHAR-ARQ-REGRA-REMOTO
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY S-CLS
           DISPLAY S-TELA-REGRA-REMOTO
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7945-LER-PROX-ARQ-REGRA-REMOTO
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
       6100-CAPTURAR-SEGMENTO          SECTION.
      *----------------------------------------------------------------*
      * Segmento de cliente A, B ou C (CLIE-SEGMENTO); <Esc> volta ao
      * menu (W-VOLTAR = "S").
           MOVE "N"                    TO W-CAMPO-VALIDADO

           ACCEPT S-RRM-SEGMENTO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF
           INSPECT RRM-SEGMENTO CONVERTING "abc" TO "ABC"

           IF  RRM-SEGMENTO            NOT EQUAL "A" AND
               RRM-SEGMENTO            NOT EQUAL "B" AND
               RRM-SEGMENTO            NOT EQUAL "C"
               MOVE "Segmento deve ser A, B ou C, tecle <Enter>"
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
      * Remoto conta (S/N) e dias de validade da visita presencial;
      * regra com remoto que nao conta dispensa os dias.
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-REGRA-REMOTO

           ACCEPT S-RRM-CONTA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6200-99-FIM
           END-IF
           INSPECT RRM-CONTA-REMOTO CONVERTING "sn" TO "SN"
           IF  NOT RRM-CONTA-VALIDO
               MOVE "Informe S ou N, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6200-99-FIM
           END-IF

           IF  RRM-REMOTO-CONTA
               ACCEPT S-RRM-DIAS
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   GO TO 6200-99-FIM
               END-IF
           ELSE
               MOVE ZEROS              TO RRM-DIAS-PRESENCIAL
               DISPLAY S-TELA-REGRA-REMOTO
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LER-RRM-CONSULTA          SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual por segmento com abre-e-fecha.
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-REGRA-REMOTO
           IF  FS-OK
               PERFORM 7944-LER-ARQ-REGRA-REMOTO-CHAVE
               PERFORM 7954-FECHAR-ARQ-REGRA-REMOTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas regra de contato remoto na cobertura
       COPY ".\copybooks\GCC190R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
