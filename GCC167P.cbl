      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC167P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC167P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cadastro de concursos de incentivo de vendas  *
      *                  - periodo, metrica do ranking (lista fixa:    *
      *                  faturamento, crescimento %, clientes novos,   *
      *                  visitas realizadas, atingimento % da meta),   *
      *                  segmento ABC, equipes participantes e faixas  *
      *                  de premio. A apuracao diaria e o encerramento *
      *                  com lancamento dos premios ficam no GCC168P;  *
      *                  concurso encerrado ou cancelado nao pode mais *
      *                  ser alterado. Manutencao restrita ao perfil   *
      *                  gestor.                                       *
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
      * Concursos de incentivo
       COPY ".\copybooks\GCC167FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Concursos de incentivo
       COPY ".\copybooks\GCC167FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos cadastro de supervisores
       COPY ".\copybooks\GCC059W.cpy".

       01  W-APOIO-CONCURSO.
           05  W-CONC-SIT-DESC         PIC X(12) VALUE SPACES.
           05  W-CONC-MET-DESC         PIC X(30) VALUE SPACES.
           05  W-CONC-CODIGO           PIC 9(05) VALUE ZEROS.
           05  W-CONC-IND              PIC 9(02) VALUE ZEROS.
           05  W-CONC-ATE-ANTERIOR     PIC 9(03) VALUE ZEROS.
           05  W-CONC-FAIXA-FIM        PIC X(01) VALUE "N".
           05  W-CONC-DATA-TST         PIC 9(08) VALUE ZEROS.
           05  FILLER                  REDEFINES W-CONC-DATA-TST.
               10  W-CONC-TST-ANO      PIC 9(04).
               10  W-CONC-TST-MES      PIC 9(02).
               10  W-CONC-TST-DIA      PIC 9(02).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela concursos de incentivo
       COPY ".\copybooks\GCC167S.cpy".
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

           MOVE "Concursos Incentivo"  TO W-MODULO
           IF  NOT W-PERFIL-GESTOR
               MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-CONCURSO W-APOIO-CONCURSO
               MOVE "Concursos Incentivo"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Cancelar
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CONCURSO
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-INCLUIR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       PERFORM 2000-ALTERAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F3
                       PERFORM 3000-CANCELAR UNTIL W-VOLTAR = "S"
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
      * Novo concurso nasce aberto; o ranking so aparece depois da
      * primeira apuracao (GCC168P) a partir da data de inicio.
           INITIALIZE REG-ARQ-CONCURSO W-APOIO-CONCURSO
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONCURSO

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 7570-ABRIR-ARQ-CONCURSO
           IF  NOT FS-OK
               GO TO 1000-99-FIM
           END-IF
           PERFORM 7573-LER-ARQ-CONCURSO-CHAVE
           PERFORM 7579-FECHAR-ARQ-CONCURSO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Concurso ja cadastrado, use <F2> Alterar, tecle <En
      -            "ter>"              TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           MOVE CONC-CODIGO            TO W-CONC-CODIGO
           INITIALIZE REG-ARQ-CONCURSO
           MOVE W-CONC-CODIGO          TO CONC-CODIGO
           SET CONC-ABERTO             TO TRUE
           PERFORM 6400-DESCREVER-CONCURSO
           PERFORM 6200-ACC-DADOS
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CONC-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CONC-OPERADOR
               PERFORM 7570-ABRIR-ARQ-CONCURSO
               IF  FS-OK
                   PERFORM 7576-GRAVAR-ARQ-CONCURSO
                   IF  FS-OK
                       MOVE "Registro inserido com sucesso!"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
                   PERFORM 7579-FECHAR-ARQ-CONCURSO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*
      * Somente concurso aberto; alterar periodo, metrica ou equipes
      * vale a partir da proxima apuracao, que refaz o ranking.
           INITIALIZE REG-ARQ-CONCURSO W-APOIO-CONCURSO
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONCURSO

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7570-ABRIR-ARQ-CONCURSO
           IF  NOT FS-OK
               GO TO 2000-99-FIM
           END-IF
           PERFORM 7573-LER-ARQ-CONCURSO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               PERFORM 7579-FECHAR-ARQ-CONCURSO
               MOVE "Concurso nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6400-DESCREVER-CONCURSO
           DISPLAY S-TELA-CONCURSO
           IF  NOT CONC-ABERTO
               PERFORM 7579-FECHAR-ARQ-CONCURSO
               MOVE "Concurso encerrado ou cancelado nao pode ser altera
      -            "do, tecle <Enter>" TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6200-ACC-DADOS
           IF  W-RETORNAR              EQUAL "S"
               PERFORM 7579-FECHAR-ARQ-CONCURSO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CONC-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CONC-OPERADOR
               PERFORM 7577-REGRAVAR-ARQ-CONCURSO
               IF  FS-OK
                   MOVE "Registro alterado com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           PERFORM 7579-FECHAR-ARQ-CONCURSO.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CANCELAR                  SECTION.
      *----------------------------------------------------------------*
      * Cancelamento mantem o registro (situacao C) e o ultimo
      * ranking apurado como historico; nenhum premio e lancado.
           INITIALIZE REG-ARQ-CONCURSO W-APOIO-CONCURSO
           MOVE "[Cancelar]"           TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONCURSO

           PERFORM 6100-ACC-CHAVE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7570-ABRIR-ARQ-CONCURSO
           IF  NOT FS-OK
               GO TO 3000-99-FIM
           END-IF
           PERFORM 7573-LER-ARQ-CONCURSO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               PERFORM 7579-FECHAR-ARQ-CONCURSO
               MOVE "Concurso nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6400-DESCREVER-CONCURSO
           DISPLAY S-TELA-CONCURSO
           IF  NOT CONC-ABERTO
               PERFORM 7579-FECHAR-ARQ-CONCURSO
               MOVE "Concurso ja encerrado ou cancelado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               SET CONC-CANCELADO      TO TRUE
               ACCEPT CONC-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CONC-OPERADOR
               PERFORM 7577-REGRAVAR-ARQ-CONCURSO
               IF  FS-OK
                   MOVE "Concurso cancelado com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           PERFORM 7579-FECHAR-ARQ-CONCURSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre os concursos em ordem de codigo com <PgDn>.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO

           OPEN INPUT ARQ-CONCURSO
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhum concurso cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE CONC-CODIGO
               PERFORM 7575-START-ARQ-CONCURSO
               IF  FS-OK
                   PERFORM 7574-LER-PROX-ARQ-CONCURSO
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhum concurso cadastrado, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7579-FECHAR-ARQ-CONCURSO
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 6400-DESCREVER-CONCURSO
           DISPLAY S-CLS
           DISPLAY S-TELA-CONCURSO
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7574-LER-PROX-ARQ-CONCURSO
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
      * Captura o codigo do concurso (informado pelo gestor).
           MOVE "N"                    TO W-RETORNAR

           ACCEPT S-CONC-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF

           IF  CONC-CODIGO             EQUAL ZEROS
               MOVE "Codigo do concurso invalido, tecle <Enter>"
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
      * Captura os dados do concurso ate passarem na validacao; <Esc>
      * em qualquer campo abandona a operacao.
           MOVE "N"                    TO W-RETORNAR
           MOVE "N"                    TO W-CAMPO-VALIDADO

           PERFORM UNTIL W-CAMPO-VALIDADO EQUAL "S"
                      OR W-RETORNAR       EQUAL "S"
               PERFORM 6210-ACC-CAMPOS
               IF  W-RETORNAR          EQUAL "N"
                   PERFORM 6300-VALIDAR-CONCURSO
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

           PERFORM 6400-DESCREVER-CONCURSO
           DISPLAY S-TELA-CONCURSO

           ACCEPT S-CONC-DESCRICAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-INICIO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-FIM
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-METRICA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           INSPECT CONC-METRICA CONVERTING "fcnvm" TO "FCNVM"
           PERFORM 6400-DESCREVER-CONCURSO
           DISPLAY S-TELA-CONCURSO
           ACCEPT S-CONC-SEGMENTO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           INSPECT CONC-SEGMENTO CONVERTING "abc" TO "ABC"

           ACCEPT S-CONC-SUPERV-1
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-SUPERV-2
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-SUPERV-3
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-SUPERV-4
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-SUPERV-5
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF

           ACCEPT S-CONC-FAIXA-ATE-1
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-FAIXA-VLR-1
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-FAIXA-ATE-2
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-FAIXA-VLR-2
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-FAIXA-ATE-3
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           ACCEPT S-CONC-FAIXA-VLR-3
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
       6300-VALIDAR-CONCURSO           SECTION.
      *----------------------------------------------------------------*
      * Devolve em W-MSGERRO o primeiro erro encontrado (brancos =
      * concurso valido).
           MOVE SPACES                 TO W-MSGERRO

           IF  CONC-DESCRICAO          EQUAL SPACES
               MOVE "Descricao obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           MOVE CONC-DATA-INICIO       TO W-CONC-DATA-TST
           IF  W-CONC-TST-ANO          LESS 1900
               OR  W-CONC-TST-MES          EQUAL ZEROS
               OR  W-CONC-TST-MES          GREATER 12
               OR  W-CONC-TST-DIA          EQUAL ZEROS
               OR  W-CONC-TST-DIA          GREATER 31
               MOVE "Data de inicio invalida (AAAAMMDD), tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF
           MOVE CONC-DATA-FIM          TO W-CONC-DATA-TST
           IF  W-CONC-TST-ANO          LESS 1900
               OR  W-CONC-TST-MES          EQUAL ZEROS
               OR  W-CONC-TST-MES          GREATER 12
               OR  W-CONC-TST-DIA          EQUAL ZEROS
               OR  W-CONC-TST-DIA          GREATER 31
               MOVE "Data de fim invalida (AAAAMMDD), tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF
           IF  CONC-DATA-FIM           LESS CONC-DATA-INICIO
               MOVE "Fim do concurso anterior ao inicio, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           IF  NOT CONC-METRICA-VALIDA
               MOVE "Metrica invalida (F, C, N, V ou M), tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           IF  CONC-SEGMENTO NOT EQUAL SPACES AND
               CONC-SEGMENTO NOT EQUAL "A" AND
               CONC-SEGMENTO NOT EQUAL "B" AND
               CONC-SEGMENTO NOT EQUAL "C"
               MOVE "Segmento invalido (A, B, C ou branco), tecle <Enter
      -            ">"                 TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           PERFORM VARYING W-CONC-IND FROM 1 BY 1
                   UNTIL W-CONC-IND GREATER 5
                      OR W-MSGERRO NOT EQUAL SPACES
               IF  CONC-SUPERV(W-CONC-IND) GREATER ZEROS
                   MOVE CONC-SUPERV(W-CONC-IND)
                                       TO W-SUPERV-PROCURADO
                   PERFORM 7035-VALIDAR-SUPERVISOR
                   IF  W-SUPERV-VALIDO EQUAL "N"
                       MOVE "Supervisor da equipe nao cadastrado, tecle
      -                     "<Enter>"  TO W-MSGERRO
                   END-IF
               END-IF
           END-PERFORM
           IF  W-MSGERRO               NOT EQUAL SPACES
               GO TO 6300-99-FIM
           END-IF

      * Faixas: a primeira e obrigatoria; as seguintes, quando
      * informadas, vem em posicao crescente e sem faixa vazia no
      * meio.
           MOVE ZEROS                  TO W-CONC-ATE-ANTERIOR
           MOVE "N"                    TO W-CONC-FAIXA-FIM
           PERFORM VARYING W-CONC-IND FROM 1 BY 1
                   UNTIL W-CONC-IND GREATER 3
                      OR W-MSGERRO NOT EQUAL SPACES
               EVALUATE TRUE
                   WHEN CONC-FAIXA-ATE(W-CONC-IND) EQUAL ZEROS
                       IF  W-CONC-IND  EQUAL 1
                           MOVE "Informe ao menos uma faixa de premio, t
      -                         "ecle <Enter>"
                                       TO W-MSGERRO
                       END-IF
                       IF  CONC-FAIXA-VALOR(W-CONC-IND) GREATER ZEROS
                           MOVE "Faixa com valor sem posicao, tecle <Ent
      -                         "er>"  TO W-MSGERRO
                       END-IF
                       MOVE "S"        TO W-CONC-FAIXA-FIM
                   WHEN W-CONC-FAIXA-FIM EQUAL "S"
                       MOVE "Faixa de premio fora de ordem, tecle <Enter
      -                     ">"        TO W-MSGERRO
                   WHEN CONC-FAIXA-ATE(W-CONC-IND) NOT GREATER
                        W-CONC-ATE-ANTERIOR
                       MOVE "Posicoes das faixas devem ser crescentes, t
      -                     "ecle <Enter>"
                                       TO W-MSGERRO
                   WHEN CONC-FAIXA-VALOR(W-CONC-IND) EQUAL ZEROS
                       MOVE "Faixa de premio sem valor, tecle <Enter>"
                                       TO W-MSGERRO
                   WHEN OTHER
                       MOVE CONC-FAIXA-ATE(W-CONC-IND)
                                       TO W-CONC-ATE-ANTERIOR
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6400-DESCREVER-CONCURSO         SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN CONC-ABERTO
                   MOVE "Aberto"       TO W-CONC-SIT-DESC
               WHEN CONC-ENCERRADO
                   MOVE "Encerrado"    TO W-CONC-SIT-DESC
               WHEN CONC-CANCELADO
                   MOVE "Cancelado"    TO W-CONC-SIT-DESC
               WHEN OTHER
                   MOVE SPACES         TO W-CONC-SIT-DESC
           END-EVALUATE

           EVALUATE TRUE
               WHEN CONC-MET-FATUR
                   MOVE "Faturamento (R$)"
                                       TO W-CONC-MET-DESC
               WHEN CONC-MET-CRESC
                   MOVE "Crescimento do faturamento (%)"
                                       TO W-CONC-MET-DESC
               WHEN CONC-MET-NOVOS
                   MOVE "Clientes novos (qtde)"
                                       TO W-CONC-MET-DESC
               WHEN CONC-MET-VISITAS
                   MOVE "Visitas realizadas (qtde)"
                                       TO W-CONC-MET-DESC
               WHEN CONC-MET-META
                   MOVE "Atingimento da meta (%)"
                                       TO W-CONC-MET-DESC
               WHEN OTHER
                   MOVE SPACES         TO W-CONC-MET-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas concursos de incentivo
       COPY ".\copybooks\GCC167R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
