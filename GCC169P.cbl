      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC169P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC169P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Previsao de vendas declarada pelo vendedor    *
      *                  para a competencia corrente e as duas         *
      *                  seguintes, com ajuste do supervisor. A tela   *
      *                  mostra ao lado da previsao a meta de          *
      *                  faturamento (ARQ-META) e, no mes corrente, o  *
      *                  faturado e a projecao pelo ritmo dos dias     *
      *                  uteis (mesmo calculo do GCC111P). O ajuste e  *
      *                  restrito ao perfil gestor. A acuracia e       *
      *                  medida no fechamento pelo GCC170P.            *
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
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FC.cpy".
      * Arquivo de metas mensais
       COPY ".\copybooks\GCC060FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Previsao de vendas do vendedor
       COPY ".\copybooks\GCC169FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Arquivo de metas mensais
       COPY ".\copybooks\GCC060FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Previsao de vendas do vendedor
       COPY ".\copybooks\GCC169FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".

       01  W-APOIO-PREVISAO.
           05  W-PRV-VEND-NOME         PIC X(40) VALUE SPACES.
           05  W-PRV-META              PIC 9(11) VALUE ZEROS.
           05  W-PRV-PARCIAL           PIC 9(13)V9(02) VALUE ZEROS.
           05  W-PRV-PROJECAO          PIC 9(13)V9(02) VALUE ZEROS.
           05  W-PRV-PROJ-OBS          PIC X(32) VALUE SPACES.
           05  W-PRV-VIGENTE           PIC 9(11)V9(02) VALUE ZEROS.
           05  W-PRV-PCT-META          PIC 9(04)V9(02) VALUE ZEROS.
           05  W-PRV-CHAVE             PIC X(13) VALUE SPACES.
           05  W-PRV-REG-EXISTE        PIC X(01) VALUE "N".
           05  W-PRV-CLIE-ANT          PIC 9(07) VALUE ZEROS.
      * Janela de competencias aceitas: a da data movimento e as
      * duas seguintes.
           05  W-PRV-COMP-MIN          PIC 9(06) VALUE ZEROS.
           05  W-PRV-COMP-MAX          PIC 9(06) VALUE ZEROS.
           05  FILLER                  REDEFINES W-PRV-COMP-MAX.
               10  W-PRV-MAX-ANO       PIC 9(04).
               10  W-PRV-MAX-MES       PIC 9(02).
      * Dias uteis do mes corrente, como no GCC111P.
           05  W-PRV-DIAS-UTEIS-MES    PIC 9(02) VALUE ZEROS.
           05  W-PRV-DIAS-DECORRIDOS   PIC 9(02) VALUE ZEROS.
           05  W-PRV-DATA-CORRENTE     PIC 9(08) VALUE ZEROS.
           05  FILLER REDEFINES W-PRV-DATA-CORRENTE.
               10  W-PRV-DC-ANO        PIC 9(04).
               10  W-PRV-DC-MES        PIC 9(02).
               10  W-PRV-DC-DIA        PIC 9(02).
           05  W-PRV-ULTIMO-DIA        PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela previsao de vendas
       COPY ".\copybooks\GCC169S.cpy".
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
           PERFORM 0100-DEFINIR-JANELA

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-PREVISAO W-PRV-VEND-NOME
               PERFORM 6600-LIMPAR-CONTEXTO
               MOVE "Previsao de Vendas"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Declarar <F2> Ajustar <F5> Listar"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-PREVISAO
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-DECLARAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       IF  W-PERFIL-GESTOR
                           PERFORM 2000-AJUSTAR UNTIL W-VOLTAR = "S"
                       ELSE
                           MOVE "Ajuste restrito ao supervisor, tecle <E
      -                         "nter>"
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
       0100-DEFINIR-JANELA             SECTION.
      *----------------------------------------------------------------*
      * Competencias aceitas: a da data movimento ate duas adiante.
           MOVE W-DATA-MOV(1:6)        TO W-PRV-COMP-MIN
                                          W-PRV-COMP-MAX
           ADD 2                       TO W-PRV-MAX-MES
           IF  W-PRV-MAX-MES           GREATER 12
               SUBTRACT 12             FROM W-PRV-MAX-MES
               ADD 1                   TO W-PRV-MAX-ANO
           END-IF.

      *----------------------------------------------------------------*
       0100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-DECLARAR                  SECTION.
      *----------------------------------------------------------------*
      * Registra (ou corrige) a previsao do vendedor; um ajuste ja
      * feito pelo supervisor e mantido, para ele rever ao lado do
      * novo numero.
           INITIALIZE REG-ARQ-PREVISAO W-PRV-VEND-NOME
           PERFORM 6600-LIMPAR-CONTEXTO
           MOVE "[Declarar]"           TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-PREVISAO

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6200-LER-PREVISAO
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1000-99-FIM
           END-IF
           PERFORM 6500-MONTAR-CONTEXTO
           DISPLAY S-TELA-PREVISAO

           MOVE "N"                    TO W-CAMPO-VALIDADO
           PERFORM UNTIL W-CAMPO-VALIDADO EQUAL "S"
               ACCEPT S-PREV-VALOR-VEND
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   GO TO 1000-99-FIM
               END-IF
               IF  PREV-VALOR-VENDEDOR EQUAL ZEROS
                   MOVE "Informe o valor previsto, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   MOVE "S"            TO W-CAMPO-VALIDADO
               END-IF
           END-PERFORM

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT PREV-DATA-VENDEDOR FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO PREV-OPERADOR-VENDEDOR
               IF  PREV-AJUSTE         EQUAL SPACES
                   SET PREV-SEM-AJUSTE TO TRUE
               END-IF
               PERFORM 6300-GRAVAR-PREVISAO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-AJUSTAR                   SECTION.
      *----------------------------------------------------------------*
      * O supervisor ve a previsao do vendedor ao lado da meta e da
      * projecao e informa o valor ajustado; zero desfaz o ajuste.
           INITIALIZE REG-ARQ-PREVISAO W-PRV-VEND-NOME
           PERFORM 6600-LIMPAR-CONTEXTO
           MOVE "[Ajustar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-PREVISAO

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6200-LER-PREVISAO
           IF  W-RETORNAR              EQUAL "S"
               GO TO 2000-99-FIM
           END-IF
           IF  W-PRV-REG-EXISTE        EQUAL "N"
               MOVE "Previsao ainda nao declarada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF
           PERFORM 6500-MONTAR-CONTEXTO
           DISPLAY S-TELA-PREVISAO

           ACCEPT S-PREV-VALOR-SUPERV
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               IF  PREV-VALOR-SUPERV   EQUAL ZEROS
                   SET PREV-SEM-AJUSTE TO TRUE
               ELSE
                   SET PREV-AJUSTADA   TO TRUE
               END-IF
               ACCEPT PREV-DATA-SUPERV FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO PREV-OPERADOR-SUPERV
               PERFORM 6300-GRAVAR-PREVISAO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre as previsoes em ordem de vendedor e competencia com
      * <PgDn>.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO

           OPEN INPUT ARQ-PREVISAO
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhuma previsao registrada, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE PREV-CHAVE
               PERFORM 7525-START-ARQ-PREVISAO
               IF  FS-OK
                   PERFORM 7524-LER-PROX-ARQ-PREVISAO
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhuma previsao registrada, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7529-FECHAR-ARQ-PREVISAO
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*
      * O contexto (meta e projecao) le outros arquivos; a chave e
      * guardada para reposicionar a leitura sequencial.
           MOVE PREV-CHAVE             TO W-PRV-CHAVE
           MOVE PREV-VEND-CODIGO       TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-PRV-VEND-NOME
           ELSE
               MOVE SPACES             TO W-PRV-VEND-NOME
           END-IF
           PERFORM 6500-MONTAR-CONTEXTO
           MOVE W-PRV-CHAVE            TO PREV-CHAVE

           DISPLAY S-CLS
           DISPLAY S-TELA-PREVISAO
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7524-LER-PROX-ARQ-PREVISAO
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
      * Captura vendedor (ativo) e competencia dentro da janela.
           MOVE "N"                    TO W-RETORNAR

           ACCEPT S-PREV-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF

           MOVE PREV-VEND-CODIGO       TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           IF  NOT VEND-ATIVO
               MOVE "Vendedor inativo, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           MOVE VEND-RAZAO-SOCIAL      TO W-PRV-VEND-NOME
           DISPLAY S-TELA-PREVISAO

           IF  PREV-COMPETENCIA        EQUAL ZEROS
               MOVE W-PRV-COMP-MIN     TO PREV-COMPETENCIA
           END-IF
           ACCEPT S-PREV-COMP
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF

           IF  PREV-COMPETENCIA        LESS W-PRV-COMP-MIN OR
               PREV-COMPETENCIA        GREATER W-PRV-COMP-MAX OR
               PREV-COMPETENCIA(5:2)   EQUAL "00" OR
               PREV-COMPETENCIA(5:2)   GREATER "12"
               MOVE "Competencia fora da janela de previsao, tecle <Ente
      -            "r>"                TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
           END-IF.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-LER-PREVISAO               SECTION.
      *----------------------------------------------------------------*
      * Le a previsao da chave; inexistente, prepara registro novo.
           MOVE PREV-CHAVE             TO W-PRV-CHAVE
           MOVE "N"                    TO W-PRV-REG-EXISTE

           PERFORM 7520-ABRIR-ARQ-PREVISAO
           IF  NOT FS-OK
               MOVE "S"                TO W-RETORNAR
               GO TO 6200-99-FIM
           END-IF
           PERFORM 7523-LER-ARQ-PREVISAO-CHAVE
           PERFORM 7529-FECHAR-ARQ-PREVISAO

           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "S"                TO W-PRV-REG-EXISTE
           ELSE
               INITIALIZE REG-ARQ-PREVISAO
               MOVE W-PRV-CHAVE        TO PREV-CHAVE
               SET PREV-SEM-AJUSTE     TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-GRAVAR-PREVISAO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 7520-ABRIR-ARQ-PREVISAO
           IF  NOT FS-OK
               GO TO 6300-99-FIM
           END-IF
           IF  W-PRV-REG-EXISTE        EQUAL "S"
               PERFORM 7527-REGRAVAR-ARQ-PREVISAO
           ELSE
               PERFORM 7526-GRAVAR-ARQ-PREVISAO
           END-IF
           IF  FS-OK
               MOVE "Previsao gravada com sucesso!"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           PERFORM 7529-FECHAR-ARQ-PREVISAO.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6500-MONTAR-CONTEXTO            SECTION.
      *----------------------------------------------------------------*
      * Meta de faturamento da competencia e, no mes da data
      * movimento, faturado e projecao de fechamento do vendedor.
           PERFORM 6600-LIMPAR-CONTEXTO

           PERFORM 7040-ABRIR-ARQ-META
           IF  FS-OK
               MOVE PREV-VEND-CODIGO   TO META-VEND-CODIGO
               MOVE PREV-COMPETENCIA   TO META-COMPETENCIA
               PERFORM 7042-LER-ARQ-META-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE META-FATURAMENTO
                                       TO W-PRV-META
               END-IF
               PERFORM 7049-FECHAR-ARQ-META
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  PREV-COMPETENCIA        EQUAL W-DATA-MOV(1:6)
               PERFORM 6510-CONTAR-DIAS-UTEIS
               PERFORM 6520-ACUMULAR-PARCIAL
               IF  W-PRV-DIAS-DECORRIDOS GREATER ZEROS
                   COMPUTE W-PRV-PROJECAO ROUNDED =
                           W-PRV-PARCIAL
                           / W-PRV-DIAS-DECORRIDOS
                           * W-PRV-DIAS-UTEIS-MES
                   MOVE "(ritmo dos dias uteis)"
                                       TO W-PRV-PROJ-OBS
               ELSE
                   MOVE "(nenhum dia util decorrido)"
                                       TO W-PRV-PROJ-OBS
               END-IF
           ELSE
               MOVE "(mes futuro - sem faturamento)"
                                       TO W-PRV-PROJ-OBS
           END-IF

           IF  PREV-AJUSTADA
               MOVE PREV-VALOR-SUPERV  TO W-PRV-VIGENTE
           ELSE
               MOVE PREV-VALOR-VENDEDOR
                                       TO W-PRV-VIGENTE
           END-IF
           IF  W-PRV-META              GREATER ZEROS
               COMPUTE W-PRV-PCT-META ROUNDED =
                       W-PRV-VIGENTE * 100 / W-PRV-META
                   ON SIZE ERROR
                       MOVE 9999,99    TO W-PRV-PCT-META
               END-COMPUTE
           END-IF.

      *----------------------------------------------------------------*
       6500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6510-CONTAR-DIAS-UTEIS          SECTION.
      *----------------------------------------------------------------*
      * Dias uteis do mes da data movimento: decorridos e total,
      * pelo calendario do job noturno (mesma regra do GCC111P).
           MOVE W-DATA-MOV             TO W-PRV-DATA-CORRENTE
           EVALUATE W-PRV-DC-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31             TO W-PRV-ULTIMO-DIA
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30             TO W-PRV-ULTIMO-DIA
               WHEN OTHER
                   IF  FUNCTION MOD(W-PRV-DC-ANO 4) EQUAL ZEROS
                       MOVE 29         TO W-PRV-ULTIMO-DIA
                   ELSE
                       MOVE 28         TO W-PRV-ULTIMO-DIA
                   END-IF
           END-EVALUATE

           MOVE ZEROS                  TO W-PRV-DIAS-UTEIS-MES
                                          W-PRV-DIAS-DECORRIDOS
           PERFORM VARYING W-PRV-DC-DIA FROM 1 BY 1
                   UNTIL W-PRV-DC-DIA GREATER W-PRV-ULTIMO-DIA
               MOVE W-PRV-DATA-CORRENTE
                                       TO W-DATA-VERIFICAR
               PERFORM 7937-VERIFICAR-DIA-UTIL
               IF  W-DIA-UTIL          EQUAL "S"
                   ADD 1               TO W-PRV-DIAS-UTEIS-MES
                   IF  W-PRV-DATA-CORRENTE NOT GREATER W-DATA-MOV
                       ADD 1           TO W-PRV-DIAS-DECORRIDOS
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       6510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6520-ACUMULAR-PARCIAL           SECTION.
      *----------------------------------------------------------------*
      * Faturamento ja carregado na competencia para os clientes da
      * carteira do vendedor (cliente com mais de uma linha de
      * negocio com o mesmo vendedor conta uma vez).
           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 6520-99-FIM
           END-IF
           PERFORM 7411-ABRIR-INPUT-ARQ-VENDAS
           IF  NOT FS-OK
               PERFORM 7690-FECHAR-ARQ-DIST
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 6520-99-FIM
           END-IF

           MOVE ZEROS                  TO W-PRV-CLIE-ANT
           PERFORM 7653-LER-PROX-ARQ-DIST
           PERFORM UNTIL NOT FS-OK
               IF  DIST-VEND-CODIGO    EQUAL PREV-VEND-CODIGO AND
                   DIST-CLIE-CODIGO    NOT EQUAL W-PRV-CLIE-ANT
                   MOVE DIST-CLIE-CODIGO
                                       TO W-PRV-CLIE-ANT
                                          VENDAS-CLIE-CODIGO
                   MOVE PREV-COMPETENCIA
                                       TO VENDAS-COMPETENCIA
                   PERFORM 7451-LER-ARQ-VENDAS-CHAVE
                   IF  W-REG-ENCONTRADO EQUAL "S"
                       ADD VENDAS-VALOR TO W-PRV-PARCIAL
                   END-IF
               END-IF
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM

           PERFORM 7490-FECHAR-ARQ-VENDAS
           PERFORM 7690-FECHAR-ARQ-DIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6600-LIMPAR-CONTEXTO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-PRV-META
                                          W-PRV-PARCIAL
                                          W-PRV-PROJECAO
                                          W-PRV-VIGENTE
                                          W-PRV-PCT-META
           MOVE SPACES                 TO W-PRV-PROJ-OBS.

      *----------------------------------------------------------------*
       6600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas arquivo de metas mensais
       COPY ".\copybooks\GCC060R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas previsao de vendas do vendedor
       COPY ".\copybooks\GCC169R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
