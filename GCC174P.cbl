      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC174P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC174P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Registro e acompanhamento das reclamacoes de  *
      *                  clientes (SAC). Na abertura a reclamacao      *
      *                  recebe o vendedor da carteira (ARQ-DIST) e o  *
      *                  prazo de atendimento pelo SLA da categoria,   *
      *                  em dias uteis a partir da data movimento. O   *
      *                  acompanhamento muda a situacao; resolver      *
      *                  exige a nota de resolucao e grava a data e o  *
      *                  operador do fechamento. Os atrasos saem no    *
      *                  GCC175P e o resumo mensal no GCC176P.         *
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
      * Arquivo distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Reclamacoes de clientes
       COPY ".\copybooks\GCC174FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Reclamacoes de clientes
       COPY ".\copybooks\GCC174FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".
      * Campos categorias de reclamacao e SLA
       COPY ".\copybooks\GCC174W.cpy".

       01  W-APOIO-RECLAMACAO.
           05  W-RCL-SIT-DESC          PIC X(14) VALUE SPACES.
           05  W-RCL-CLIE-NOME         PIC X(40) VALUE SPACES.
           05  W-RCL-VEND-NOME         PIC X(40) VALUE SPACES.
           05  W-RCL-CAT-DESC          PIC X(19) VALUE SPACES.
           05  W-RCL-PRAZO-DESC        PIC X(24) VALUE SPACES.
           05  W-RCL-REG-SALVO         PIC X(250) VALUE SPACES.
           05  W-RCL-CLIE-BUSCA        PIC 9(07) VALUE ZEROS.
           05  W-RCL-PROX-SEQ          PIC 9(05) VALUE ZEROS.
           05  W-RCL-SEQ-ED            PIC ZZZZ9.
           05  W-RCL-CONTA-UTEIS       PIC 9(03) VALUE ZEROS.
           05  W-RCL-INTEIRO           PIC 9(08) VALUE ZEROS.
           05  W-RCL-DIAS              PIC S9(07) VALUE ZEROS.
           05  W-RCL-DIAS-ED           PIC ZZZ.ZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela reclamacoes de clientes
       COPY ".\copybooks\GCC174S.cpy".
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
               INITIALIZE REG-ARQ-RECLAMACAO W-APOIO-RECLAMACAO
               MOVE "Reclamacoes SAC"  TO W-MODULO
               MOVE "<Esc> Sair <F1> Registrar <F2> Acompanhar <F5> List
      -             "ar"               TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-RECLAMACAO
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-REGISTRAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       PERFORM 2000-ACOMPANHAR UNTIL W-VOLTAR = "S"
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
       1000-REGISTRAR                 SECTION.
      *----------------------------------------------------------------*
      * Reclamacao nova: o numero e o proximo sequencial do cliente,
      * atribuido na gravacao; nasce aberta, com o vendedor atual
      * da carteira e o prazo calculado pela categoria.
           INITIALIZE REG-ARQ-RECLAMACAO W-APOIO-RECLAMACAO
           MOVE "[Registrar]"          TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-RECLAMACAO

           PERFORM 6100-ACC-CLIENTE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           SET RECL-ABERTA             TO TRUE
           MOVE W-DATA-MOV             TO RECL-DATA-ABERTURA
           MOVE W-OPERADOR             TO RECL-OPERADOR-ABERTURA
           PERFORM 6150-OBTER-VENDEDOR
           PERFORM 6400-DESCREVER-RECLAMACAO
           PERFORM 6200-ACC-DADOS
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6500-CALCULAR-LIMITE
           PERFORM 6400-DESCREVER-RECLAMACAO
           DISPLAY S-TELA-RECLAMACAO

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 6350-OBTER-PROX-SEQ
               MOVE W-RCL-PROX-SEQ     TO RECL-SEQ
               ACCEPT RECL-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO RECL-OPERADOR
               PERFORM 7360-ABRIR-ARQ-RECLAMACAO
               IF  FS-OK
                   PERFORM 7366-GRAVAR-ARQ-RECLAMACAO
                   IF  FS-OK
                       MOVE RECL-SEQ   TO W-RCL-SEQ-ED
                       STRING "Reclamacao nr. " W-RCL-SEQ-ED
                              " registrada, tecle <Enter>"
                              DELIMITED BY SIZE INTO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
                   PERFORM 7369-FECHAR-ARQ-RECLAMACAO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ACOMPANHAR                SECTION.
      *----------------------------------------------------------------*
      * Atualiza a situacao e a nota de resolucao. Reclamacao
      * resolvida fica como historico e nao pode mais ser alterada.
           INITIALIZE REG-ARQ-RECLAMACAO W-APOIO-RECLAMACAO
           MOVE "[Acompanhar]"         TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-RECLAMACAO

           PERFORM 6100-ACC-CLIENTE
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 2000-99-FIM
           END-IF
           ACCEPT S-RECL-SEQ
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7360-ABRIR-ARQ-RECLAMACAO
           IF  NOT FS-OK
               GO TO 2000-99-FIM
           END-IF
           PERFORM 7363-LER-ARQ-RECLAMACAO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               PERFORM 7369-FECHAR-ARQ-RECLAMACAO
               MOVE "Reclamacao nao cadastrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6400-DESCREVER-RECLAMACAO
           DISPLAY S-TELA-RECLAMACAO
           IF  RECL-RESOLVIDA
               PERFORM 7369-FECHAR-ARQ-RECLAMACAO
               MOVE "Reclamacao ja resolvida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6250-ACC-ACOMPANHAMENTO
           IF  W-RETORNAR              EQUAL "S"
               PERFORM 7369-FECHAR-ARQ-RECLAMACAO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               IF  RECL-RESOLVIDA
                   MOVE W-DATA-MOV     TO RECL-DATA-FECHAMENTO
                   MOVE W-OPERADOR     TO RECL-OPERADOR-FECHAMENTO
               END-IF
               ACCEPT RECL-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO RECL-OPERADOR
               PERFORM 7367-REGRAVAR-ARQ-RECLAMACAO
               IF  FS-OK
                   MOVE "Registro alterado com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           PERFORM 7369-FECHAR-ARQ-RECLAMACAO.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre as reclamacoes em ordem de cliente e numero com
      * <PgDn>.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO

           OPEN INPUT ARQ-RECLAMACAO
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhuma reclamacao cadastrada, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE RECL-CHAVE
               PERFORM 7365-START-ARQ-RECLAMACAO
               IF  FS-OK
                   PERFORM 7364-LER-PROX-ARQ-RECLAMACAO
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhuma reclamacao cadastrada, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7369-FECHAR-ARQ-RECLAMACAO
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 6400-DESCREVER-RECLAMACAO
           DISPLAY S-CLS
           DISPLAY S-TELA-RECLAMACAO
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7364-LER-PROX-ARQ-RECLAMACAO
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
       6100-ACC-CLIENTE                SECTION.
      *----------------------------------------------------------------*
      * Captura o cliente, que precisa estar cadastrado.
           MOVE "N"                    TO W-RETORNAR
           ACCEPT S-RECL-CLIE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF

           MOVE RECL-CLIE-CODIGO       TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Cliente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           MOVE CLIE-RAZAO-SOCIAL      TO W-RCL-CLIE-NOME
           DISPLAY S-TELA-RECLAMACAO.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6150-OBTER-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      * Vendedor atribuido ao cliente em ARQ-DIST (zero = cliente
      * ainda sem atribuicao).
           MOVE ZEROS                  TO RECL-VEND-CODIGO
           MOVE RECL-CLIE-CODIGO       TO DIST-CLIE-CODIGO

           OPEN INPUT ARQ-DIST
           IF  FS-OK
               READ ARQ-DIST KEY IS DIST-CLIE-CODIGO
                        INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE DIST-VEND-CODIGO
                                       TO RECL-VEND-CODIGO
               END-READ
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-ACC-DADOS                  SECTION.
      *----------------------------------------------------------------*
      * Captura categoria e descricao ate passarem na validacao;
      * <Esc> em qualquer campo abandona a operacao.
           MOVE "N"                    TO W-RETORNAR
           MOVE "N"                    TO W-CAMPO-VALIDADO

           PERFORM UNTIL W-CAMPO-VALIDADO EQUAL "S"
                      OR W-RETORNAR       EQUAL "S"
               PERFORM 6210-ACC-CAMPOS
               IF  W-RETORNAR          EQUAL "N"
                   PERFORM 6300-VALIDAR-RECLAMACAO
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

           PERFORM 6400-DESCREVER-RECLAMACAO
           DISPLAY S-TELA-RECLAMACAO

           ACCEPT S-RECL-CATEGORIA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6210-90-ESC
           END-IF
           INSPECT RECL-CATEGORIA CONVERTING "epaqo" TO "EPAQO"
           ACCEPT S-RECL-DESCRICAO
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
       6250-ACC-ACOMPANHAMENTO         SECTION.
      *----------------------------------------------------------------*
      * Captura situacao e nota de resolucao ate passarem na
      * validacao; <Esc> abandona a operacao.
           MOVE "N"                    TO W-RETORNAR
           MOVE "N"                    TO W-CAMPO-VALIDADO

           PERFORM UNTIL W-CAMPO-VALIDADO EQUAL "S"
                      OR W-RETORNAR       EQUAL "S"
               ACCEPT S-RECL-SITUACAO
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-RETORNAR
               ELSE
                   INSPECT RECL-SITUACAO CONVERTING "aer" TO "AER"
                   ACCEPT S-RECL-RESOLUCAO
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-ESC
                       MOVE "S"        TO W-RETORNAR
                   ELSE
                       PERFORM 6310-VALIDAR-ACOMPANHAMENTO
                       IF  W-MSGERRO   EQUAL SPACES
                           MOVE "S"    TO W-CAMPO-VALIDADO
                       ELSE
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   END-IF
               END-IF
               PERFORM 6400-DESCREVER-RECLAMACAO
               DISPLAY S-TELA-RECLAMACAO
           END-PERFORM.

      *----------------------------------------------------------------*
       6250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-VALIDAR-RECLAMACAO         SECTION.
      *----------------------------------------------------------------*
      * Devolve em W-MSGERRO o primeiro erro encontrado (brancos =
      * reclamacao valida).
           MOVE SPACES                 TO W-MSGERRO

           MOVE RECL-CATEGORIA         TO W-CRC-CATEGORIA
           PERFORM 6600-BUSCAR-CATEGORIA
           IF  W-CRC-ACHADA            EQUAL ZEROS
               MOVE "Categoria deve ser E, P, A, Q ou O, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           IF  RECL-DESCRICAO          EQUAL SPACES
               MOVE "Descricao da reclamacao obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
           END-IF.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6310-VALIDAR-ACOMPANHAMENTO     SECTION.
      *----------------------------------------------------------------*
      * Situacao valida e, para resolver, nota de resolucao
      * preenchida.
           MOVE SPACES                 TO W-MSGERRO

           IF  NOT RECL-SITUACAO-VALIDA
               MOVE "Situacao deve ser A, E ou R, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6310-99-FIM
           END-IF

           IF  RECL-RESOLVIDA AND RECL-RESOLUCAO EQUAL SPACES
               MOVE "Informe a nota de resolucao para resolver, tecle <
      -            "Enter>"            TO W-MSGERRO
           END-IF.

      *----------------------------------------------------------------*
       6310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6350-OBTER-PROX-SEQ             SECTION.
      *----------------------------------------------------------------*
      * Proximo numero de reclamacao do cliente: varre as existentes
      * e guarda a maior + 1, preservando a reclamacao digitada na
      * area do FD.
           MOVE ZEROS                  TO W-RCL-PROX-SEQ
           MOVE REG-ARQ-RECLAMACAO     TO W-RCL-REG-SALVO

           PERFORM 7361-ABRIR-INPUT-RECLAMACAO
           IF  NOT FS-OK
               MOVE 1                  TO W-RCL-PROX-SEQ
               MOVE W-RCL-REG-SALVO    TO REG-ARQ-RECLAMACAO
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 6350-99-FIM
           END-IF

           MOVE RECL-CLIE-CODIGO       TO W-RCL-CLIE-BUSCA
           MOVE ZEROS                  TO RECL-SEQ
           PERFORM 7365-START-ARQ-RECLAMACAO
           IF  FS-OK
               PERFORM 7364-LER-PROX-ARQ-RECLAMACAO
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR RECL-CLIE-CODIGO NOT EQUAL W-RCL-CLIE-BUSCA
               MOVE RECL-SEQ           TO W-RCL-PROX-SEQ
               PERFORM 7364-LER-PROX-ARQ-RECLAMACAO
           END-PERFORM
           PERFORM 7369-FECHAR-ARQ-RECLAMACAO

           MOVE W-RCL-REG-SALVO        TO REG-ARQ-RECLAMACAO
           ADD 1                       TO W-RCL-PROX-SEQ.

      *----------------------------------------------------------------*
       6350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6400-DESCREVER-RECLAMACAO       SECTION.
      *----------------------------------------------------------------*
      * Situacao, categoria, nome do vendedor e situacao do prazo de
      * atendimento na data movimento.
           EVALUATE TRUE
               WHEN RECL-ABERTA
                   MOVE "Aberta"       TO W-RCL-SIT-DESC
               WHEN RECL-EM-ANDAMENTO
                   MOVE "Em andamento" TO W-RCL-SIT-DESC
               WHEN RECL-RESOLVIDA
                   MOVE "Resolvida"    TO W-RCL-SIT-DESC
               WHEN OTHER
                   MOVE SPACES         TO W-RCL-SIT-DESC
           END-EVALUATE

           MOVE SPACES                 TO W-RCL-CAT-DESC
           MOVE RECL-CATEGORIA         TO W-CRC-CATEGORIA
           PERFORM 6600-BUSCAR-CATEGORIA
           IF  W-CRC-ACHADA            GREATER ZEROS
               MOVE W-CRC-DESCRICAO(W-CRC-ACHADA)
                                       TO W-RCL-CAT-DESC
           END-IF

           MOVE SPACES                 TO W-RCL-CLIE-NOME
           IF  RECL-CLIE-CODIGO        GREATER ZEROS
               MOVE RECL-CLIE-CODIGO   TO CLIE-CODIGO
               PERFORM 7151-LER-ARQ-CLIE-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE CLIE-RAZAO-SOCIAL
                                       TO W-RCL-CLIE-NOME
               END-IF
           END-IF

           MOVE SPACES                 TO W-RCL-VEND-NOME
           IF  RECL-VEND-CODIGO        GREATER ZEROS
               MOVE RECL-VEND-CODIGO   TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-RCL-VEND-NOME
               END-IF
           ELSE
               IF  RECL-CLIE-CODIGO    GREATER ZEROS
                   MOVE "(cliente sem vendedor atribuido)"
                                       TO W-RCL-VEND-NOME
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE SPACES                 TO W-RCL-PRAZO-DESC
           IF  RECL-DATA-LIMITE        EQUAL ZEROS
               OR  NOT RECL-PENDENTE
               GO TO 6400-99-FIM
           END-IF

           COMPUTE W-RCL-DIAS =
                   FUNCTION INTEGER-OF-DATE(W-DATA-MOV)
                 - FUNCTION INTEGER-OF-DATE(RECL-DATA-LIMITE)
           IF  W-RCL-DIAS              GREATER ZEROS
               MOVE W-RCL-DIAS         TO W-RCL-DIAS-ED
               STRING "(atrasada " W-RCL-DIAS-ED " dias)"
                      DELIMITED BY SIZE INTO W-RCL-PRAZO-DESC
           ELSE
               MOVE "(no prazo)"       TO W-RCL-PRAZO-DESC
           END-IF.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6500-CALCULAR-LIMITE            SECTION.
      *----------------------------------------------------------------*
      * Prazo de atendimento: avanca a partir da abertura tantos dias
      * uteis quanto o SLA da categoria, pulando fins de semana e
      * feriados do calendario.
           MOVE RECL-CATEGORIA         TO W-CRC-CATEGORIA
           PERFORM 6600-BUSCAR-CATEGORIA
           MOVE RECL-DATA-ABERTURA     TO RECL-DATA-LIMITE
           IF  W-CRC-ACHADA            EQUAL ZEROS
               GO TO 6500-99-FIM
           END-IF

           COMPUTE W-RCL-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(RECL-DATA-ABERTURA)
           MOVE ZEROS                  TO W-RCL-CONTA-UTEIS
           PERFORM UNTIL W-RCL-CONTA-UTEIS
                         NOT LESS W-CRC-SLA-DIAS(W-CRC-ACHADA)
               ADD 1                   TO W-RCL-INTEIRO
               COMPUTE W-DATA-VERIFICAR =
                       FUNCTION DATE-OF-INTEGER(W-RCL-INTEIRO)
               PERFORM 7937-VERIFICAR-DIA-UTIL
               IF  W-DIA-UTIL          EQUAL "S"
                   ADD 1               TO W-RCL-CONTA-UTEIS
               END-IF
           END-PERFORM
           MOVE W-DATA-VERIFICAR       TO RECL-DATA-LIMITE
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6600-BUSCAR-CATEGORIA           SECTION.
      *----------------------------------------------------------------*
      * Indice de W-CRC-CATEGORIA na tabela de categorias em
      * W-CRC-ACHADA (zero = categoria inexistente).
           MOVE ZEROS                  TO W-CRC-ACHADA
           PERFORM VARYING W-CRC-SUB FROM 1 BY 1
                     UNTIL W-CRC-SUB GREATER W-CRC-QTDE
                        OR W-CRC-ACHADA GREATER ZEROS
               IF  W-CRC-CODIGO(W-CRC-SUB) EQUAL W-CRC-CATEGORIA
                   MOVE W-CRC-SUB      TO W-CRC-ACHADA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       6600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas reclamacoes de clientes
       COPY ".\copybooks\GCC174R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
