      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC171P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC171P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cadastro de contratos de fornecimento dos     *
      *                  clientes - numero, vigencia, volume mensal    *
      *                  comprometido, tabela de preco, renovacao      *
      *                  automatica e vendedor responsavel. Contrato   *
      *                  encerrado nao pode mais ser alterado. O aviso *
      *                  de vencimento sai no GCC172P e o comprometido *
      *                  x faturado no GCC173P.                        *
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

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FC.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Contratos de fornecimento
       COPY ".\copybooks\GCC171FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Contratos de fornecimento
       COPY ".\copybooks\GCC171FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".

       01  W-APOIO-CONTRATO.
           05  W-CTR-SIT-DESC          PIC X(12) VALUE SPACES.
           05  W-CTR-CLIE-NOME         PIC X(40) VALUE SPACES.
           05  W-CTR-VEND-NOME         PIC X(40) VALUE SPACES.
           05  W-CTR-VENC-DESC         PIC X(24) VALUE SPACES.
           05  W-CTR-CHAVE-SALVA       PIC X(22) VALUE SPACES.
           05  W-CTR-DIAS              PIC S9(07) VALUE ZEROS.
           05  W-CTR-DIAS-ED           PIC ZZZ.ZZ9.
           05  W-CTR-DATA-TST          PIC 9(08) VALUE ZEROS.
           05  FILLER                  REDEFINES W-CTR-DATA-TST.
               10  W-CTR-TST-ANO       PIC 9(04).
               10  W-CTR-TST-MES       PIC 9(02).
               10  W-CTR-TST-DIA       PIC 9(02).
           05  W-CTR-DATA-OK           PIC X(01) VALUE "N".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela contratos de fornecimento
       COPY ".\copybooks\GCC171S.cpy".
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
           PERFORM 7935-LER-DATA-MOV

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-CONTRATO W-APOIO-CONTRATO
               MOVE "Contratos Fornec."
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Encerrar
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CONTRATO
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-INCLUIR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       PERFORM 2000-ALTERAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F3
                       PERFORM 3000-ENCERRAR UNTIL W-VOLTAR = "S"
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
      * Contrato novo nasce ativo e sem renovacao automatica, salvo
      * indicacao contraria na tela.
           INITIALIZE REG-ARQ-CONTRATO W-APOIO-CONTRATO
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTRATO

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 7500-ABRIR-ARQ-CONTRATO
           IF  NOT FS-OK
               GO TO 1000-99-FIM
           END-IF
           PERFORM 7503-LER-ARQ-CONTRATO-CHAVE
           PERFORM 7509-FECHAR-ARQ-CONTRATO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Contrato ja cadastrado, use <F2> Alterar, tecle <En
      -            "ter>"              TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           MOVE CTR-CHAVE              TO W-CTR-CHAVE-SALVA
           INITIALIZE REG-ARQ-CONTRATO
           MOVE W-CTR-CHAVE-SALVA      TO CTR-CHAVE
           SET CTR-ATIVO               TO TRUE
           SET CTR-RENOVA-MANUAL       TO TRUE
           PERFORM 6400-DESCREVER-CONTRATO
           PERFORM 6200-ACC-DADOS
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CTR-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CTR-OPERADOR
               PERFORM 7500-ABRIR-ARQ-CONTRATO
               IF  FS-OK
                   PERFORM 7506-GRAVAR-ARQ-CONTRATO
                   IF  FS-OK
                       MOVE "Registro inserido com sucesso!"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
                   PERFORM 7509-FECHAR-ARQ-CONTRATO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*
      * Somente contrato ativo; a renovacao e registrada aqui,
      * estendendo a data de fim.
           INITIALIZE REG-ARQ-CONTRATO W-APOIO-CONTRATO
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTRATO

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7500-ABRIR-ARQ-CONTRATO
           IF  NOT FS-OK
               GO TO 2000-99-FIM
           END-IF
           PERFORM 7503-LER-ARQ-CONTRATO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               PERFORM 7509-FECHAR-ARQ-CONTRATO
               MOVE "Contrato nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6400-DESCREVER-CONTRATO
           DISPLAY S-TELA-CONTRATO
           IF  NOT CTR-ATIVO
               PERFORM 7509-FECHAR-ARQ-CONTRATO
               MOVE "Contrato encerrado nao pode ser alterado, tecle <En
      -            "ter>"              TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6200-ACC-DADOS
           IF  W-RETORNAR              EQUAL "S"
               PERFORM 7509-FECHAR-ARQ-CONTRATO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CTR-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CTR-OPERADOR
               PERFORM 7507-REGRAVAR-ARQ-CONTRATO
               IF  FS-OK
                   MOVE "Registro alterado com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           PERFORM 7509-FECHAR-ARQ-CONTRATO.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-ENCERRAR                  SECTION.
      *----------------------------------------------------------------*
      * Encerramento mantem o registro (situacao E) como historico;
      * contrato encerrado sai do aviso de vencimento e do relatorio
      * de volume.
           INITIALIZE REG-ARQ-CONTRATO W-APOIO-CONTRATO
           MOVE "[Encerrar]"           TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTRATO

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7500-ABRIR-ARQ-CONTRATO
           IF  NOT FS-OK
               GO TO 3000-99-FIM
           END-IF
           PERFORM 7503-LER-ARQ-CONTRATO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               PERFORM 7509-FECHAR-ARQ-CONTRATO
               MOVE "Contrato nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6400-DESCREVER-CONTRATO
           DISPLAY S-TELA-CONTRATO
           IF  NOT CTR-ATIVO
               PERFORM 7509-FECHAR-ARQ-CONTRATO
               MOVE "Contrato ja encerrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               SET CTR-ENCERRADO       TO TRUE
               ACCEPT CTR-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CTR-OPERADOR
               PERFORM 7507-REGRAVAR-ARQ-CONTRATO
               IF  FS-OK
                   MOVE "Contrato encerrado com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           PERFORM 7509-FECHAR-ARQ-CONTRATO.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre os contratos em ordem de cliente e numero com
      * <PgDn>.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO

           OPEN INPUT ARQ-CONTRATO
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhum contrato cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE CTR-CHAVE
               PERFORM 7505-START-ARQ-CONTRATO
               IF  FS-OK
                   PERFORM 7504-LER-PROX-ARQ-CONTRATO
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhum contrato cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7509-FECHAR-ARQ-CONTRATO
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 6400-DESCREVER-CONTRATO
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTRATO
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7504-LER-PROX-ARQ-CONTRATO
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
      * Captura o cliente (precisa estar cadastrado) e o numero do
      * contrato.
           MOVE "N"                    TO W-RETORNAR
           ACCEPT S-CTR-CLIE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF

           MOVE CTR-CLIE-CODIGO        TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Cliente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           MOVE CLIE-RAZAO-SOCIAL      TO W-CTR-CLIE-NOME
           DISPLAY S-TELA-CONTRATO

           ACCEPT S-CTR-NUMERO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF

           IF  CTR-NUMERO              EQUAL SPACES
               MOVE "Numero do contrato obrigatorio, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
           END-IF.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-ACC-DADOS                  SECTION.
      *----------------------------------------------------------------*
      * Captura os dados do contrato ate passarem na validacao; <Esc>
      * em qualquer campo abandona a operacao.
           MOVE "N"                    TO W-RETORNAR
           MOVE "N"                    TO W-CAMPO-VALIDADO

           PERFORM UNTIL W-CAMPO-VALIDADO EQUAL "S"
                      OR W-RETORNAR       EQUAL "S"
               PERFORM 6210-ACC-CAMPOS
               IF  W-RETORNAR          EQUAL "N"
                   PERFORM 6300-VALIDAR-CONTRATO
                   IF  W-MSGERRO       EQUAL SPACES
                       MOVE "S"        TO W-CAMPO-VALIDADO
                   ELSE
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6210-ACC-CAMPOS                 SECTION.
      *----------------------------------------------------------------*

           PERFORM 6400-DESCREVER-CONTRATO
           DISPLAY S-TELA-CONTRATO

           ACCEPT S-CTR-INICIO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CTR-FIM
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CTR-VOLUME
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CTR-TABELA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CTR-RENOVACAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           INSPECT CTR-RENOVACAO CONVERTING "sn" TO "SN"
           ACCEPT S-CTR-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           GO TO 6210-99-FIM.

       6210-90-ESC.
           MOVE "S"                    TO W-RETORNAR.

      *----------------------------------------------------------------*
       6210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-VALIDAR-CONTRATO           SECTION.
      *----------------------------------------------------------------*
      * Devolve em W-MSGERRO o primeiro erro encontrado (brancos =
      * contrato valido).
           MOVE SPACES                 TO W-MSGERRO

           MOVE CTR-DATA-INICIO        TO W-CTR-DATA-TST
           PERFORM 6410-TESTAR-DATA
           IF  W-CTR-DATA-OK           EQUAL "N"
               MOVE "Data de inicio invalida (AAAAMMDD), tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF
           MOVE CTR-DATA-FIM           TO W-CTR-DATA-TST
           PERFORM 6410-TESTAR-DATA
           IF  W-CTR-DATA-OK           EQUAL "N"
               MOVE "Data de fim invalida (AAAAMMDD), tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF
           IF  CTR-DATA-FIM            NOT GREATER CTR-DATA-INICIO
               MOVE "Fim do contrato deve ser posterior ao inicio, tecl
      -            "e <Enter>"         TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           IF  CTR-VOLUME-MENSAL       EQUAL ZEROS
               MOVE "Informe o volume mensal comprometido, tecle <Enter
      -            ">"                 TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           IF  NOT CTR-RENOVACAO-VALIDA
               MOVE "Renovacao automatica deve ser S ou N, tecle <Enter
      -            ">"                 TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           MOVE CTR-VEND-CODIGO        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Vendedor responsavel nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF
           IF  NOT VEND-ATIVO
               MOVE "Vendedor responsavel inativo, tecle <Enter>"
                                       TO W-MSGERRO
           END-IF.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6400-DESCREVER-CONTRATO         SECTION.
      *----------------------------------------------------------------*
      * Situacao, nomes do cliente e do vendedor e prazo ate o fim
      * do contrato contado da data movimento.
           EVALUATE TRUE
               WHEN CTR-ATIVO
                   MOVE "Ativo"        TO W-CTR-SIT-DESC
               WHEN CTR-ENCERRADO
                   MOVE "Encerrado"    TO W-CTR-SIT-DESC
               WHEN OTHER
                   MOVE SPACES         TO W-CTR-SIT-DESC
           END-EVALUATE

           MOVE SPACES                 TO W-CTR-CLIE-NOME
           IF  CTR-CLIE-CODIGO         GREATER ZEROS
               MOVE CTR-CLIE-CODIGO    TO CLIE-CODIGO
               PERFORM 7151-LER-ARQ-CLIE-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE CLIE-RAZAO-SOCIAL
                                       TO W-CTR-CLIE-NOME
               END-IF
           END-IF

           MOVE SPACES                 TO W-CTR-VEND-NOME
           IF  CTR-VEND-CODIGO         GREATER ZEROS
               MOVE CTR-VEND-CODIGO    TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-CTR-VEND-NOME
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE SPACES                 TO W-CTR-VENC-DESC
           MOVE CTR-DATA-FIM           TO W-CTR-DATA-TST
           PERFORM 6410-TESTAR-DATA
           IF  W-CTR-DATA-OK           EQUAL "N" OR NOT CTR-ATIVO
               GO TO 6400-99-FIM
           END-IF

           COMPUTE W-CTR-DIAS =
                   FUNCTION INTEGER-OF-DATE(CTR-DATA-FIM)
                 - FUNCTION INTEGER-OF-DATE(W-DATA-MOV)
           IF  W-CTR-DIAS              LESS ZEROS
               MOVE "(vencido)"        TO W-CTR-VENC-DESC
           ELSE
               MOVE W-CTR-DIAS         TO W-CTR-DIAS-ED
               STRING "(vence em " W-CTR-DIAS-ED " dias)"
                      DELIMITED BY SIZE INTO W-CTR-VENC-DESC
           END-IF.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6410-TESTAR-DATA                SECTION.
      *----------------------------------------------------------------*
      * Consistencia basica da data em W-CTR-DATA-TST.
           MOVE "S"                    TO W-CTR-DATA-OK
           IF  W-CTR-TST-ANO           LESS 1900
               OR  W-CTR-TST-MES           EQUAL ZEROS
               OR  W-CTR-TST-MES           GREATER 12
               OR  W-CTR-TST-DIA           EQUAL ZEROS
               OR  W-CTR-TST-DIA           GREATER 31
               MOVE "N"                TO W-CTR-DATA-OK
           END-IF.

      *----------------------------------------------------------------*
       6410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas contratos de fornecimento
       COPY ".\copybooks\GCC171R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
