      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC162P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC162P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Tabela de override de supervisores - um       *
      *                  percentual por supervisor valido a partir de  *
      *                  uma competencia (AAAAMM), aplicado pela       *
      *                  apuracao do override (GCC163P) sobre o        *
      *                  faturamento comissionado da equipe. Vigencias *
      *                  anteriores ficam como historico; manutencao   *
      *                  restrita ao perfil gestor.                    *
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

      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Tabela de override de supervisores
       COPY ".\copybooks\GCC162FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Tabela de override de supervisores
       COPY ".\copybooks\GCC162FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos cadastro de supervisores
       COPY ".\copybooks\GCC059W.cpy".

       01  W-APOIO-OVERRIDE.
           05  W-OVR-SUP-NOME          PIC X(40) VALUE SPACES.
           05  W-OVR-MES               PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela tabela de override
       COPY ".\copybooks\GCC162S.cpy".
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

           MOVE "Override Supervisor"  TO W-MODULO
           IF  NOT W-PERFIL-GESTOR
               MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-OVERRIDE-SUP W-APOIO-OVERRIDE
               MOVE "Override Supervisor"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-OVERRIDE
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
      * Nova vigencia para o supervisor: o percentual passa a valer a
      * partir da competencia informada, sem alterar as anteriores.
           INITIALIZE REG-ARQ-OVERRIDE-SUP W-APOIO-OVERRIDE
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-OVERRIDE

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 7861-ABRIR-ARQ-OVERRIDE-SUP
           IF  NOT FS-OK
               GO TO 1000-99-FIM
           END-IF
           PERFORM 7863-LER-OVERRIDE-SUP-CHAVE
           PERFORM 7869-FECHAR-ARQ-OVERRIDE-SUP
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Vigencia ja cadastrada, use <F2> Alterar, tecle <En
      -            "ter>"              TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           MOVE ZEROS                  TO OVR-PCT
           PERFORM 6200-ACC-PERCENTUAL
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT OVR-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO OVR-OPERADOR
               PERFORM 7861-ABRIR-ARQ-OVERRIDE-SUP
               IF  FS-OK
                   PERFORM 7866-GRAVAR-ARQ-OVERRIDE-SUP
                   IF  FS-OK
                       MOVE "Registro inserido com sucesso!"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
                   PERFORM 7869-FECHAR-ARQ-OVERRIDE-SUP
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-OVERRIDE-SUP W-APOIO-OVERRIDE
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-OVERRIDE

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7861-ABRIR-ARQ-OVERRIDE-SUP
           IF  NOT FS-OK
               GO TO 2000-99-FIM
           END-IF
           PERFORM 7863-LER-OVERRIDE-SUP-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               PERFORM 7869-FECHAR-ARQ-OVERRIDE-SUP
               MOVE "Vigencia nao cadastrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           DISPLAY S-TELA-OVERRIDE
           PERFORM 6200-ACC-PERCENTUAL
           IF  W-RETORNAR              EQUAL "S"
               PERFORM 7869-FECHAR-ARQ-OVERRIDE-SUP
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT OVR-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO OVR-OPERADOR
               PERFORM 7867-REGRAVAR-OVERRIDE-SUP
               IF  FS-OK
                   MOVE "Registro alterado com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           PERFORM 7869-FECHAR-ARQ-OVERRIDE-SUP.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-OVERRIDE-SUP W-APOIO-OVERRIDE
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-OVERRIDE

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7861-ABRIR-ARQ-OVERRIDE-SUP
           IF  NOT FS-OK
               GO TO 3000-99-FIM
           END-IF
           PERFORM 7863-LER-OVERRIDE-SUP-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               PERFORM 7869-FECHAR-ARQ-OVERRIDE-SUP
               MOVE "Vigencia nao cadastrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           DISPLAY S-TELA-OVERRIDE
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7868-EXCLUIR-ARQ-OVERRIDE-SUP
               IF  FS-OK
                   MOVE "Registro excluido com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           PERFORM 7869-FECHAR-ARQ-OVERRIDE-SUP.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre a tabela em ordem de supervisor + vigencia com
      * <PgDn>.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO

           OPEN INPUT ARQ-OVERRIDE-SUP
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhum override cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE OVR-CHAVE
               PERFORM 7865-START-ARQ-OVERRIDE-SUP
               IF  FS-OK
                   PERFORM 7864-LER-PROX-ARQ-OVERRIDE-SUP
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhum override cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7869-FECHAR-ARQ-OVERRIDE-SUP
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           MOVE OVR-SUP-CODIGO         TO W-SUPERV-PROCURADO
           PERFORM 7035-VALIDAR-SUPERVISOR
           MOVE W-SUPERV-NOME          TO W-OVR-SUP-NOME

           DISPLAY S-CLS
           DISPLAY S-TELA-OVERRIDE
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7864-LER-PROX-ARQ-OVERRIDE-SUP
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
       6100-ACC-CHAVE                  SECTION.
      *----------------------------------------------------------------*
      * Captura supervisor (validado no cadastro) e vigencia.
           MOVE "N"                    TO W-RETORNAR

           ACCEPT S-OVR-SUP
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF

           MOVE OVR-SUP-CODIGO         TO W-SUPERV-PROCURADO
           PERFORM 7035-VALIDAR-SUPERVISOR
           IF  OVR-SUP-CODIGO EQUAL ZEROS OR W-SUPERV-VALIDO EQUAL "N"
               MOVE "Supervisor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           MOVE W-SUPERV-NOME          TO W-OVR-SUP-NOME
           DISPLAY S-TELA-OVERRIDE

           ACCEPT S-OVR-VIGENCIA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           MOVE OVR-VIGENCIA(5:2)      TO W-OVR-MES
           IF  OVR-VIGENCIA LESS 190001 OR
               W-OVR-MES EQUAL ZEROS OR W-OVR-MES GREATER 12
               MOVE "Vigencia invalida (AAAAMM), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
           END-IF.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-ACC-PERCENTUAL             SECTION.
      *----------------------------------------------------------------*
      * Percentual de override; zero encerra o override do supervisor
      * a partir da vigencia, mantendo o historico das anteriores.
           MOVE "N"                    TO W-RETORNAR

           ACCEPT S-OVR-PCT
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           END-IF.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas tabela de override de supervisores
       COPY ".\copybooks\GCC162R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
