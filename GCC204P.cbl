      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC204P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC204P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Fila de pedidos de relatorio - os relatorios  *
      *                  pesados (dossie anual GCC133P, eficacia das   *
      *                  visitas GCC134P, custo de atendimento GCC138P *
      *                  extrato BI GCC145P e extrato sob medida       *
      *                  GCC205P) sao pedidos pela tela                *
      *                  com parametros e prioridade em ARQ-FILA-REL   *
      *                  em vez de rodar na hora. Em modo batch, passo *
      *                  final do job noturno (GCC099P), executa os    *
      *                  pedidos pendentes por prioridade e ordem de   *
      *                  chegada, cada um com LK-PARAM = "B" e os      *
      *                  parametros nas variaveis de ambiente que o    *
      *                  proprio programa le, registra a geracao no    *
      *                  spool (GCC120P) e marca o pedido concluido ou *
      *                  com falha para o solicitante conferir na      *
      *                  manha seguinte. O extrato sob medida roda com *
      *                  o perfil e as regioes do solicitante, lidos   *
      *                  no cadastro de operadores.                    *
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

      * Fila de pedidos de relatorio
       COPY ".\copybooks\GCC204FC.cpy".
      * Vendedores (conferencia do filtro do dossie)
       COPY ".\copybooks\GCC012FC.cpy".
      * Catalogo de spool de relatorios
       COPY ".\copybooks\GCC120FC.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FC.cpy".
      * Arquivo central de alertas
       COPY ".\copybooks\GCC114FC.cpy".
      * Resumo diario de processamento
       COPY ".\copybooks\GCC028FC.cpy".
      * Cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062FC.cpy".
      * Consultas salvas do extrato sob medida
       COPY ".\copybooks\GCC205FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Fila de pedidos de relatorio
       COPY ".\copybooks\GCC204FD.cpy".
      * Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Catalogo de spool de relatorios
       COPY ".\copybooks\GCC120FD.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FD.cpy".
      * Arquivo central de alertas
       COPY ".\copybooks\GCC114FD.cpy".
      * Resumo diario de processamento
       COPY ".\copybooks\GCC028FD.cpy".
      * Cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062FD.cpy".
      * Consultas salvas do extrato sob medida
       COPY ".\copybooks\GCC205FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos controle de sequencia de codigos
       COPY ".\copybooks\GCC088W.cpy".
      * Campos da gravacao de alertas
       COPY ".\copybooks\GCC114W.cpy".

       01  W-PARAM-BATCH                PIC X(01) VALUE "B".

      * Relatorios habilitados na fila: programa, tipo de parametro
      * (A = ano e vendedor, C = competencia, Q = consulta salva,
      * N = nenhum), se o
      * proprio programa cataloga a emissao no spool (S) ou se a
      * fila registra o arquivo gerado (N), e a descricao.
       01  W-TAB-REL-FILA.
           05  W-QTDE-REL-FILA         PIC 9(02) VALUE 5.
           05  W-SUB-REL               PIC 9(02) VALUE ZEROS.
           05  W-TAB-REL-DADOS.
               10  FILLER              PIC X(30)
                   VALUE "GCC133P ASDossie do Vendedor  ".
               10  FILLER              PIC X(30)
                   VALUE "GCC134P CSEficacia das Visitas".
               10  FILLER              PIC X(30)
                   VALUE "GCC138P NSCusto de Atendimento".
               10  FILLER              PIC X(30)
                   VALUE "GCC145P CNExtrato BI Mensal   ".
               10  FILLER              PIC X(30)
                   VALUE "GCC205P QSExtrato sob Medida  ".
           05  FILLER REDEFINES W-TAB-REL-DADOS.
               10  W-REL-ITEM          OCCURS 5 TIMES.
                   15  W-REL-PROG      PIC X(08).
                   15  W-REL-TIPO-PARAM
                                       PIC X(01).
                   15  W-REL-CATALOGA  PIC X(01).
                   15  W-REL-DESCRICAO PIC X(20).

      * Pedidos pendentes da rodada (sequencia e prioridade).
       01  W-TAB-PENDENTES.
           05  W-QTDE-PEND             PIC 9(04) COMP VALUE ZEROS.
           05  W-MAX-PEND              PIC 9(04) COMP VALUE 500.
           05  W-SUB-PEND              PIC 9(04) COMP VALUE ZEROS.
           05  W-PEND-ITEM             OCCURS 500 TIMES.
               10  W-PEND-SEQ          PIC 9(07).
               10  W-PEND-PRIO         PIC 9(01).

       01  W-CAMPOS-FILA.
           05  W-FRL-PRIO              PIC 9(01) VALUE ZEROS.
           05  W-FRL-PROG-CALL         PIC X(08) VALUE SPACES.
           05  W-FRL-NAO-ACHOU         PIC X(01) VALUE "N".
           05  W-FRL-RC                PIC 9(04) VALUE ZEROS.
           05  W-FRL-SPL-ANTES         PIC 9(07) VALUE ZEROS.
           05  W-FRL-SPL-PRIMEIRA      PIC 9(07) VALUE ZEROS.
           05  W-FRL-SPL-QTDE          PIC 9(03) VALUE ZEROS.
           05  W-FRL-STATUS-FINAL      PIC X(01) VALUE SPACES.
           05  W-FRL-MENSAGEM          PIC X(40) VALUE SPACES.
           05  W-FRL-SAIDA             PIC X(40) VALUE SPACES.
           05  W-FRL-EXECUTADOS        PIC 9(05) VALUE ZEROS.
           05  W-FRL-CONCLUIDOS        PIC 9(05) VALUE ZEROS.
           05  W-FRL-FALHAS            PIC 9(05) VALUE ZEROS.
           05  W-FRL-INTERROMPIDOS     PIC 9(05) VALUE ZEROS.
           05  W-FRL-RC-ED             PIC ZZZ9.
           05  W-FRL-QTDE-ED           PIC ZZ9.
           05  W-FRL-ANO-TX            PIC X(04) VALUE SPACES.
           05  W-FRL-VEND-TX           PIC X(07) VALUE SPACES.
           05  W-FRL-COMP-TX           PIC X(06) VALUE SPACES.
           05  W-FRL-OPERADOR          PIC X(20) VALUE SPACES.
           05  W-FRL-CONSULTA          PIC X(20) VALUE SPACES.
           05  W-FRL-PERFIL            PIC X(01) VALUE SPACES.
           05  W-FRL-REGIOES           PIC X(50) VALUE SPACES.
           05  W-FRL-IDENT-OK          PIC X(01) VALUE "S".
           05  W-FRL-OPER-FIM          PIC X(01) VALUE "N".

      * Valores originais das variaveis de ambiente trocadas durante a
      * execucao de cada pedido, devolvidos ao fim dele.
       01  W-FRL-AMBIENTE.
           05  W-FRL-ENV-COMP          PIC X(06) VALUE SPACES.
           05  W-FRL-ENV-OPER          PIC X(20) VALUE SPACES.
           05  W-FRL-ENV-PERFIL        PIC X(01) VALUE SPACES.
           05  W-FRL-ENV-REGIOES       PIC X(50) VALUE SPACES.

      * Inclusao de pedido pela tela
       01  W-CAMPOS-PEDIDO.
           05  W-PED-SEL               PIC 9(01) VALUE ZEROS.
           05  W-PED-COMP              PIC 9(06) VALUE ZEROS.
           05  FILLER REDEFINES W-PED-COMP.
               10  W-PED-COMP-ANO      PIC 9(04).
               10  W-PED-COMP-MES      PIC 9(02).
           05  W-PED-ANO               PIC 9(04) VALUE ZEROS.
           05  W-PED-VEND              PIC 9(07) VALUE ZEROS.
           05  W-PED-PRIO              PIC 9(01) VALUE 5.
           05  W-PED-CONSULTA          PIC X(20) VALUE SPACES.
           05  W-PED-NUMERO            PIC 9(07) VALUE ZEROS.
           05  W-PED-NUMERO-ED         PIC ZZZZZZ9.

      * Lista da tela: os 14 pedidos mais recentes visiveis ao
      * operador (o gestor ve a fila inteira).
       01  W-CAMPOS-LISTA.
           05  W-QTDE-LIN              PIC 9(02) VALUE ZEROS.
           05  W-SUB-LIN               PIC 9(02) VALUE ZEROS.
           05  W-LIS-LISTA.
               10  W-LIS-LINHA         OCCURS 14 TIMES
                                       PIC X(70).

       01  W-LIS-DET.
           05  W-LIS-DET-SEQ           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-LIS-DET-DESCR         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-LIS-DET-PARAM         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-LIS-DET-PRIO          PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-LIS-DET-OPER          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-LIS-DET-SITUACAO      PIC X(12).

       01  W-CAMPOS-EDICAO-FILA.
           05  W-EDF-PARAM             PIC X(12) VALUE SPACES.
           05  W-EDF-SITUACAO          PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".

      *----------------------------------------------------------------*
       01  S-TELA-FILA.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Pedido  Relatorio            Parametros   P
      -                   " Operador     Situacao"
                                       LINE 05 COL 05.
               10  LINE 06 COL 05 PIC X(70) FROM W-LIS-LINHA(1).
               10  LINE 07 COL 05 PIC X(70) FROM W-LIS-LINHA(2).
               10  LINE 08 COL 05 PIC X(70) FROM W-LIS-LINHA(3).
               10  LINE 09 COL 05 PIC X(70) FROM W-LIS-LINHA(4).
               10  LINE 10 COL 05 PIC X(70) FROM W-LIS-LINHA(5).
               10  LINE 11 COL 05 PIC X(70) FROM W-LIS-LINHA(6).
               10  LINE 12 COL 05 PIC X(70) FROM W-LIS-LINHA(7).
               10  LINE 13 COL 05 PIC X(70) FROM W-LIS-LINHA(8).
               10  LINE 14 COL 05 PIC X(70) FROM W-LIS-LINHA(9).
               10  LINE 15 COL 05 PIC X(70) FROM W-LIS-LINHA(10).
               10  LINE 16 COL 05 PIC X(70) FROM W-LIS-LINHA(11).
               10  LINE 17 COL 05 PIC X(70) FROM W-LIS-LINHA(12).
               10  LINE 18 COL 05 PIC X(70) FROM W-LIS-LINHA(13).
               10  LINE 19 COL 05 PIC X(70) FROM W-LIS-LINHA(14).
               10  VALUE  "Os pedidos rodam na janela batch, depois do
      -                   " job noturno; a geracao"
                                       LINE 21 COL 05.
               10  VALUE  "fica no Spool de Relatorios."
                                       LINE 22 COL 05.

      *----------------------------------------------------------------*
       01  S-TELA-PEDIDO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "1 - Dossie Anual Vendedor (ano e vendedor)"
                                       LINE 06 COL 10.
               10  VALUE  "2 - Eficacia das Visitas (competencia)"
                                       LINE 07 COL 10.
               10  VALUE  "3 - Custo de Atendimento (sem parametros)"
                                       LINE 08 COL 10.
               10  VALUE  "4 - Extrato BI Mensal (competencia)"
                                       LINE 09 COL 10.
               10  VALUE  "5 - Extrato sob Medida (consulta salva)"
                                       LINE 10 COL 10.
               10  VALUE  "Relatorio (1 a 5)..........: "
                                       LINE 11 COL 10.
               10  S-PED-SEL           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 41 PIC 9(01)
                                       USING W-PED-SEL.
               10  VALUE  "Competencia (AAAAMM).......: "
                                       LINE 13 COL 10.
               10  S-PED-COMP          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 13 COL 41 PIC 9(06)
                                       USING W-PED-COMP.
               10  VALUE  "(zero = padrao da data movimento)"
                                       LINE 13 COL 49.
               10  VALUE  "Ano do dossie..............: "
                                       LINE 14 COL 10.
               10  S-PED-ANO           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 41 PIC 9(04)
                                       USING W-PED-ANO.
               10  VALUE  "(zero = ano corrente)"
                                       LINE 14 COL 49.
               10  VALUE  "Vendedor (zero = todos)....: "
                                       LINE 15 COL 10.
               10  S-PED-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 41 PIC 9(07)
                                       USING W-PED-VEND.
               10  VALUE  "Consulta salva.............: "
                                       LINE 16 COL 10.
               10  S-PED-CONSULTA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 41 PIC X(20)
                                       USING W-PED-CONSULTA.
               10  VALUE  "Prioridade (1 a 9).........: "
                                       LINE 17 COL 10.
               10  S-PED-PRIO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 17 COL 41 PIC 9(01)
                                       USING W-PED-PRIO.
               10  VALUE  "(1 = mais urgente)"
                                       LINE 17 COL 49.

      *----------------------------------------------------------------*
       01  S-TELA-NUMERO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Numero do pedido...........: "
                                       LINE 24 COL 05.
               10  S-PED-NUMERO        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 24 COL 36 PIC 9(07)
                                       USING W-PED-NUMERO.
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

           IF  LK-PARAM                EQUAL "B"
               PERFORM 0200-EXECUTAR-FILA
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "Fila de Relatorios"  TO W-MODULO
               MOVE "<Esc> Sair <F1> Pedir <F2> Cancelar <F3> Detalhe"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               PERFORM 1000-MONTAR-LISTA
               DISPLAY S-CLS
               DISPLAY S-TELA-FILA
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 2000-INCLUIR-PEDIDO
                   WHEN COB-SCR-F2
                       PERFORM 2500-CANCELAR-PEDIDO
                   WHEN COB-SCR-F3
                       PERFORM 2700-DETALHAR-PEDIDO
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0200-EXECUTAR-FILA              SECTION.
      *----------------------------------------------------------------*
      * Janela batch: pedidos pendentes por prioridade (1 primeiro) e,
      * dentro dela, por ordem de chegada. Falha de um pedido fica no
      * proprio pedido e nao interrompe a fila; so a fila inacessivel
      * devolve RETURN-CODE 8 ao controle de passos.
           MOVE ZEROS                  TO W-FRL-EXECUTADOS
                                          W-FRL-CONCLUIDOS
                                          W-FRL-FALHAS
                                          W-FRL-INTERROMPIDOS

           MOVE SPACES                 TO W-FRL-ENV-COMP
           DISPLAY "CARTEIRA_COMPETENCIA" UPON ENVIRONMENT-NAME
           ACCEPT  W-FRL-ENV-COMP      FROM ENVIRONMENT-VALUE
           MOVE SPACES                 TO W-FRL-ENV-OPER
           DISPLAY "CARTEIRA_OPERADOR" UPON ENVIRONMENT-NAME
           ACCEPT  W-FRL-ENV-OPER      FROM ENVIRONMENT-VALUE
           MOVE SPACES                 TO W-FRL-ENV-PERFIL
           DISPLAY "CARTEIRA_PERFIL"   UPON ENVIRONMENT-NAME
           ACCEPT  W-FRL-ENV-PERFIL    FROM ENVIRONMENT-VALUE
           MOVE SPACES                 TO W-FRL-ENV-REGIOES
           DISPLAY "CARTEIRA_REGIOES"  UPON ENVIRONMENT-NAME
           ACCEPT  W-FRL-ENV-REGIOES   FROM ENVIRONMENT-VALUE

           PERFORM 0210-CARREGAR-PENDENTES
           IF  NOT FS-OK
               DISPLAY "GCC204P - Erro ao abrir ARQ-FILA-REL. FS: "
                       WS-RESULTADO-ACESSO
               MOVE 8                  TO RETURN-CODE
               GO TO 0200-99-FIM
           END-IF

           PERFORM VARYING W-FRL-PRIO FROM 1 BY 1
                   UNTIL W-FRL-PRIO GREATER 9
               PERFORM VARYING W-SUB-PEND FROM 1 BY 1
                       UNTIL W-SUB-PEND GREATER W-QTDE-PEND
                   IF  W-PEND-PRIO(W-SUB-PEND) EQUAL W-FRL-PRIO
                       PERFORM 0300-EXECUTAR-PEDIDO
                   END-IF
               END-PERFORM
           END-PERFORM

           DISPLAY "GCC204P - Pedidos executados: " W-FRL-EXECUTADOS
                   " concluidos: " W-FRL-CONCLUIDOS
                   " com falha: " W-FRL-FALHAS
           IF  W-FRL-INTERROMPIDOS     GREATER ZEROS
               DISPLAY "GCC204P - Pedidos interrompidos na rodada "
                       "anterior marcados com falha: "
                       W-FRL-INTERROMPIDOS
           END-IF

           MOVE "FILA-REL"             TO W-RESUMO-DIA-TIPO
           MOVE W-FRL-EXECUTADOS       TO W-RESUMO-DIA-LIDOS
           MOVE W-FRL-CONCLUIDOS       TO W-RESUMO-DIA-GRAVADOS
           COMPUTE W-RESUMO-DIA-ERROS =
                   W-FRL-FALHAS + W-FRL-INTERROMPIDOS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA
           MOVE ZEROS                  TO RETURN-CODE.

      *----------------------------------------------------------------*
       0200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0210-CARREGAR-PENDENTES         SECTION.
      *----------------------------------------------------------------*
      * Guarda os pendentes da rodada; pedido que ficou "em execucao"
      * (rodada anterior abortada no meio dele) passa a falha, para o
      * solicitante pedir de novo. Acima do limite da tabela os
      * pendentes ficam para a proxima janela.
           MOVE ZEROS                  TO W-QTDE-PEND

           PERFORM 7131-ABRIR-ARQ-FILA-REL
           IF  NOT FS-OK
               GO TO 0210-99-FIM
           END-IF

           PERFORM 7134-LER-PROX-ARQ-FILA-REL
           PERFORM UNTIL NOT FS-OK
               EVALUATE TRUE
                   WHEN FILA-EM-EXECUCAO
                       MOVE "F"        TO FILA-STATUS
                       MOVE "Execucao interrompida - pedir de novo"
                                       TO FILA-MENSAGEM
                       PERFORM 7137-ALTERAR-ARQ-FILA-REL
                       ADD 1           TO W-FRL-INTERROMPIDOS
                   WHEN FILA-PENDENTE
                       IF  W-QTDE-PEND LESS W-MAX-PEND
                           ADD 1       TO W-QTDE-PEND
                           MOVE FILA-SEQ
                                       TO W-PEND-SEQ(W-QTDE-PEND)
                           MOVE FILA-PRIORIDADE
                                       TO W-PEND-PRIO(W-QTDE-PEND)
                       ELSE
                           DISPLAY "GCC204P - Pedido " FILA-SEQ
                                   " fica para a proxima janela"
                       END-IF
               END-EVALUATE
               PERFORM 7134-LER-PROX-ARQ-FILA-REL
           END-PERFORM

           PERFORM 7139-FECHAR-ARQ-FILA-REL
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       0210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0300-EXECUTAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * O pedido e relido (pode ter sido cancelado depois da carga) e
      * marcado "em execucao" antes da chamada; a fila fica fechada
      * enquanto o relatorio roda, com os parametros guardados.
           PERFORM 7131-ABRIR-ARQ-FILA-REL
           IF  NOT FS-OK
               GO TO 0300-99-FIM
           END-IF
           MOVE W-PEND-SEQ(W-SUB-PEND) TO FILA-SEQ
           PERFORM 7133-LER-ARQ-FILA-REL-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N" OR
               NOT FILA-PENDENTE
               PERFORM 7139-FECHAR-ARQ-FILA-REL
               GO TO 0300-99-FIM
           END-IF
           MOVE "X"                    TO FILA-STATUS
           ACCEPT FILA-DATA-EXEC       FROM DATE YYYYMMDD
           ACCEPT FILA-HORA-INICIO     FROM TIME
           PERFORM 7137-ALTERAR-ARQ-FILA-REL

           ADD 1                       TO W-FRL-EXECUTADOS
           DISPLAY "GCC204P - Pedido " FILA-SEQ " ("
                   FILA-PROGRAMA ") de " FUNCTION TRIM(FILA-OPERADOR)

           MOVE ZEROS                  TO W-FRL-RC
                                          W-FRL-SPL-PRIMEIRA
                                          W-FRL-SPL-QTDE
           MOVE SPACES                 TO W-FRL-MENSAGEM
           MOVE "N"                    TO W-FRL-NAO-ACHOU

           PERFORM 1100-LOCALIZAR-RELATORIO
           PERFORM 0305-GUARDAR-PARAMETROS
           PERFORM 7139-FECHAR-ARQ-FILA-REL
           IF  W-SUB-REL               EQUAL ZEROS
               MOVE "F"                TO W-FRL-STATUS-FINAL
               MOVE "Relatorio nao habilitado na fila"
                                       TO W-FRL-MENSAGEM
               PERFORM 0390-FINALIZAR-PEDIDO
               GO TO 0300-99-FIM
           END-IF

           PERFORM 0315-OBTER-IDENTIDADE
           IF  W-FRL-IDENT-OK          EQUAL "N"
               MOVE "F"                TO W-FRL-STATUS-FINAL
               MOVE "Solicitante inativo no cadastro"
                                       TO W-FRL-MENSAGEM
               PERFORM 0390-FINALIZAR-PEDIDO
               GO TO 0300-99-FIM
           END-IF

           PERFORM 0310-PREPARAR-AMBIENTE
           PERFORM 0320-ULTIMA-GERACAO-SPOOL

           MOVE W-REL-PROG(W-SUB-REL)  TO W-FRL-PROG-CALL
           MOVE ZEROS                  TO RETURN-CODE
           CALL W-FRL-PROG-CALL        USING W-PARAM-BATCH
               ON EXCEPTION
                   MOVE "S"            TO W-FRL-NAO-ACHOU
           END-CALL
           MOVE RETURN-CODE            TO W-FRL-RC
           MOVE ZEROS                  TO RETURN-CODE
      * Cada pedido comeca do zero: os nomes de arquivo de cada
      * programa sao resolvidos pelo CARTEIRA_DIR na sua carga.
           CANCEL W-FRL-PROG-CALL

           IF  W-FRL-NAO-ACHOU         EQUAL "N" AND
               W-FRL-RC                EQUAL ZEROS AND
               W-REL-CATALOGA(W-SUB-REL) EQUAL "N"
               PERFORM 0330-REGISTRAR-SAIDA
           END-IF
           CANCEL W-PROG-SPOOL

           PERFORM 0340-RESTAURAR-AMBIENTE
           PERFORM 0350-CONTAR-GERACOES

           EVALUATE TRUE
               WHEN W-FRL-NAO-ACHOU    EQUAL "S"
                   MOVE "F"            TO W-FRL-STATUS-FINAL
                   MOVE "Programa do relatorio nao encontrado"
                                       TO W-FRL-MENSAGEM
               WHEN W-FRL-RC           NOT EQUAL ZEROS
                   MOVE "F"            TO W-FRL-STATUS-FINAL
                   MOVE W-FRL-RC       TO W-FRL-RC-ED
                   STRING "Relatorio terminou com erro (RC "
                          FUNCTION TRIM(W-FRL-RC-ED) ")"
                          DELIMITED BY SIZE INTO W-FRL-MENSAGEM
               WHEN W-FRL-SPL-QTDE     EQUAL ZEROS
                   MOVE "F"            TO W-FRL-STATUS-FINAL
                   MOVE "Nenhuma geracao registrada no spool"
                                       TO W-FRL-MENSAGEM
               WHEN OTHER
                   MOVE "O"            TO W-FRL-STATUS-FINAL
                   MOVE W-FRL-SPL-QTDE TO W-FRL-QTDE-ED
                   STRING "Concluido - " FUNCTION TRIM(W-FRL-QTDE-ED)
                          " geracao(oes) no spool"
                          DELIMITED BY SIZE INTO W-FRL-MENSAGEM
           END-EVALUATE

           PERFORM 0390-FINALIZAR-PEDIDO.

      *----------------------------------------------------------------*
       0300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0305-GUARDAR-PARAMETROS         SECTION.
      *----------------------------------------------------------------*
      * Solicitante e parametros do pedido em texto, antes de fechar a
      * fila para a execucao.
           MOVE FILA-OPERADOR          TO W-FRL-OPERADOR
           MOVE FILA-PERFIL            TO W-FRL-PERFIL
           MOVE SPACES                 TO W-FRL-ANO-TX
                                          W-FRL-COMP-TX
                                          W-FRL-CONSULTA
           IF  W-SUB-REL               GREATER ZEROS
               IF  W-REL-TIPO-PARAM(W-SUB-REL) EQUAL "Q"
                   MOVE FILA-CONSULTA  TO W-FRL-CONSULTA
                   GO TO 0305-99-FIM
               END-IF
           END-IF
           IF  FILA-ANO                GREATER ZEROS
               MOVE FILA-ANO           TO W-FRL-ANO-TX
           END-IF
           MOVE FILA-VENDEDOR          TO W-FRL-VEND-TX
           IF  FILA-COMPETENCIA        GREATER ZEROS
               MOVE FILA-COMPETENCIA   TO W-FRL-COMP-TX
           END-IF.

      *----------------------------------------------------------------*
       0305-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0315-OBTER-IDENTIDADE           SECTION.
      *----------------------------------------------------------------*
      * Perfil e regioes atuais do solicitante no cadastro de
      * operadores (procurado pelo nome gravado no pedido); fora do
      * cadastro (instalacao sem login) vale o perfil gravado no
      * pedido, sem restricao de regiao. Solicitante inativo nao
      * tem o pedido executado.
           MOVE "S"                    TO W-FRL-IDENT-OK
           MOVE SPACES                 TO W-FRL-REGIOES
           MOVE "N"                    TO W-FRL-OPER-FIM

           OPEN INPUT ARQ-OPERADOR
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 0315-99-FIM
           END-IF
           PERFORM UNTIL W-FRL-OPER-FIM EQUAL "S"
               READ ARQ-OPERADOR NEXT
               IF  NOT FS-OK
                   MOVE "S"            TO W-FRL-OPER-FIM
               ELSE
                   IF  OPER-NOME       EQUAL W-FRL-OPERADOR
                       MOVE "S"        TO W-FRL-OPER-FIM
                       MOVE OPER-PERFIL
                                       TO W-FRL-PERFIL
                       MOVE OPER-REGIOES
                                       TO W-FRL-REGIOES
                       IF  OPER-INATIVO
                           MOVE "N"    TO W-FRL-IDENT-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-OPERADOR
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       0315-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0310-PREPARAR-AMBIENTE          SECTION.
      *----------------------------------------------------------------*
      * Parametros do pedido nas variaveis que o programa le no modo
      * batch; o operador solicitante assina a emissao (spool e
      * resumo diario).
           SET ENVIRONMENT "CARTEIRA_OPERADOR" TO W-FRL-OPERADOR
           SET ENVIRONMENT "CARTEIRA_PERFIL"   TO W-FRL-PERFIL
           SET ENVIRONMENT "CARTEIRA_REGIOES"  TO W-FRL-REGIOES

           EVALUATE W-REL-TIPO-PARAM(W-SUB-REL)
               WHEN "A"
                   SET ENVIRONMENT "CARTEIRA_ANO"      TO W-FRL-ANO-TX
                   SET ENVIRONMENT "CARTEIRA_VENDEDOR" TO W-FRL-VEND-TX
               WHEN "C"
                   SET ENVIRONMENT "CARTEIRA_COMPETENCIA"
                                       TO W-FRL-COMP-TX
               WHEN "Q"
                   SET ENVIRONMENT "CARTEIRA_CONSULTA"
                                       TO W-FRL-CONSULTA
           END-EVALUATE.

      *----------------------------------------------------------------*
       0310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0320-ULTIMA-GERACAO-SPOOL       SECTION.
      *----------------------------------------------------------------*
      * Ultima geracao catalogada antes da execucao; o que vier acima
      * dela e a saida do pedido.
           MOVE ZEROS                  TO W-FRL-SPL-ANTES

           OPEN INPUT ARQ-SPOOL
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 0320-99-FIM
           END-IF

           READ ARQ-SPOOL NEXT
           PERFORM UNTIL NOT FS-OK
               IF  SPOOL-SEQ           GREATER W-FRL-SPL-ANTES
                   MOVE SPOOL-SEQ      TO W-FRL-SPL-ANTES
               END-IF
               READ ARQ-SPOOL NEXT
           END-PERFORM
           CLOSE ARQ-SPOOL
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       0320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0330-REGISTRAR-SAIDA            SECTION.
      *----------------------------------------------------------------*
      * Programa que gera arquivo de interface sem passar por
      * 8600-ENVIAR-RELATORIO: a fila cataloga o arquivo gerado.
           EVALUATE W-REL-PROG(W-SUB-REL)
               WHEN "GCC145P"
                   MOVE WID-ARQ-BI-EXTRATO
                                       TO W-FRL-SAIDA
               WHEN OTHER
                   GO TO 0330-99-FIM
           END-EVALUATE

           SET ENVIRONMENT "CARTEIRA_SPOOL_ARQ"
                                       TO W-FRL-SAIDA
           CALL W-PROG-SPOOL           USING W-PARAM-SPOOL-REG
               ON EXCEPTION CONTINUE
           END-CALL.

      *----------------------------------------------------------------*
       0330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0340-RESTAURAR-AMBIENTE         SECTION.
      *----------------------------------------------------------------*

           SET ENVIRONMENT "CARTEIRA_OPERADOR"    TO W-FRL-ENV-OPER
           SET ENVIRONMENT "CARTEIRA_PERFIL"      TO W-FRL-ENV-PERFIL
           SET ENVIRONMENT "CARTEIRA_REGIOES"     TO W-FRL-ENV-REGIOES
           SET ENVIRONMENT "CARTEIRA_COMPETENCIA" TO W-FRL-ENV-COMP
           SET ENVIRONMENT "CARTEIRA_ANO"         TO SPACES
           SET ENVIRONMENT "CARTEIRA_VENDEDOR"    TO SPACES
           SET ENVIRONMENT "CARTEIRA_CONSULTA"    TO SPACES.

      *----------------------------------------------------------------*
       0340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0350-CONTAR-GERACOES            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-FRL-SPL-PRIMEIRA
                                          W-FRL-SPL-QTDE

           OPEN INPUT ARQ-SPOOL
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 0350-99-FIM
           END-IF

           MOVE W-FRL-SPL-ANTES        TO SPOOL-SEQ
           START ARQ-SPOOL KEY IS GREATER THAN SPOOL-SEQ
           IF  FS-OK
               READ ARQ-SPOOL NEXT
           END-IF
           PERFORM UNTIL NOT FS-OK
               IF  W-FRL-SPL-PRIMEIRA  EQUAL ZEROS
                   MOVE SPOOL-SEQ      TO W-FRL-SPL-PRIMEIRA
               END-IF
               ADD 1                   TO W-FRL-SPL-QTDE
               READ ARQ-SPOOL NEXT
           END-PERFORM
           CLOSE ARQ-SPOOL
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       0350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0390-FINALIZAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      * Situacao final no pedido; a falha tambem vai para a caixa de
      * alertas com o numero do pedido.
           PERFORM 7131-ABRIR-ARQ-FILA-REL
           IF  FS-OK
               MOVE W-PEND-SEQ(W-SUB-PEND)
                                       TO FILA-SEQ
               PERFORM 7133-LER-ARQ-FILA-REL-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE W-FRL-STATUS-FINAL
                                       TO FILA-STATUS
                   ACCEPT FILA-HORA-FIM
                                       FROM TIME
                   MOVE W-FRL-RC       TO FILA-RC
                   MOVE W-FRL-SPL-PRIMEIRA
                                       TO FILA-SPOOL-SEQ
                   MOVE W-FRL-SPL-QTDE TO FILA-QTDE-SPOOL
                   MOVE W-FRL-MENSAGEM TO FILA-MENSAGEM
                   PERFORM 7137-ALTERAR-ARQ-FILA-REL
               END-IF
               PERFORM 7139-FECHAR-ARQ-FILA-REL
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           DISPLAY "GCC204P - Pedido " W-PEND-SEQ(W-SUB-PEND) ": "
                   FUNCTION TRIM(W-FRL-MENSAGEM)

           IF  W-FRL-STATUS-FINAL      EQUAL "O"
               ADD 1                   TO W-FRL-CONCLUIDOS
           ELSE
               ADD 1                   TO W-FRL-FALHAS
               MOVE "GCC204P"          TO W-ALE-ORIGEM
               MOVE "A"                TO W-ALE-SEVERIDADE
               MOVE SPACES             TO W-ALE-TEXTO
               STRING "Pedido de relatorio "
                      W-PEND-SEQ(W-SUB-PEND) " falhou: "
                      W-FRL-MENSAGEM
                      DELIMITED BY SIZE INTO W-ALE-TEXTO
               MOVE SPACES             TO W-ALE-REF
               STRING "FILA " W-PEND-SEQ(W-SUB-PEND)
                      DELIMITED BY SIZE INTO W-ALE-REF
               PERFORM 7960-GRAVAR-ALERTA
           END-IF.

      *----------------------------------------------------------------*
       0390-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-MONTAR-LISTA               SECTION.
      *----------------------------------------------------------------*
      * Mantem na tabela os 14 ultimos pedidos visiveis: o operador ve
      * os proprios, o gestor (administrador/supervisor) a fila toda.
           MOVE SPACES                 TO W-LIS-LISTA
           MOVE ZEROS                  TO W-QTDE-LIN

           PERFORM 7132-ABRIR-INPUT-ARQ-FILA-REL
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 7134-LER-PROX-ARQ-FILA-REL
           PERFORM UNTIL NOT FS-OK
               IF  W-PERFIL-GESTOR OR
                   FILA-OPERADOR       EQUAL W-OPERADOR
                   IF  W-QTDE-LIN      LESS 14
                       ADD 1           TO W-QTDE-LIN
                   ELSE
                       PERFORM VARYING W-SUB-LIN FROM 1 BY 1
                               UNTIL W-SUB-LIN GREATER 13
                           MOVE W-LIS-LINHA(W-SUB-LIN + 1)
                                       TO W-LIS-LINHA(W-SUB-LIN)
                       END-PERFORM
                   END-IF
                   PERFORM 1200-EDITAR-PEDIDO
                   MOVE FILA-SEQ       TO W-LIS-DET-SEQ
                   MOVE W-EDF-PARAM    TO W-LIS-DET-PARAM
                   MOVE FILA-PRIORIDADE
                                       TO W-LIS-DET-PRIO
                   MOVE FILA-OPERADOR  TO W-LIS-DET-OPER
                   MOVE W-EDF-SITUACAO TO W-LIS-DET-SITUACAO
                   MOVE SPACES         TO W-LIS-DET-DESCR
                   IF  W-SUB-REL       GREATER ZEROS
                       MOVE W-REL-DESCRICAO(W-SUB-REL)
                                       TO W-LIS-DET-DESCR
                   ELSE
                       MOVE FILA-PROGRAMA
                                       TO W-LIS-DET-DESCR
                   END-IF
                   MOVE W-LIS-DET      TO W-LIS-LINHA(W-QTDE-LIN)
               END-IF
               PERFORM 7134-LER-PROX-ARQ-FILA-REL
           END-PERFORM

           PERFORM 7139-FECHAR-ARQ-FILA-REL
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-LOCALIZAR-RELATORIO        SECTION.
      *----------------------------------------------------------------*
      * W-SUB-REL = posicao de FILA-PROGRAMA na tabela (zero se o
      * programa nao estiver habilitado na fila).
           MOVE ZEROS                  TO W-SUB-REL
           PERFORM VARYING W-SUB-LIN FROM 1 BY 1
                   UNTIL W-SUB-LIN GREATER W-QTDE-REL-FILA
                      OR W-SUB-REL GREATER ZEROS
               IF  W-REL-PROG(W-SUB-LIN) EQUAL FILA-PROGRAMA
                   MOVE W-SUB-LIN      TO W-SUB-REL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-EDITAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      * Parametros e situacao do pedido corrente para a tela.
           PERFORM 1100-LOCALIZAR-RELATORIO
           MOVE SPACES                 TO W-EDF-PARAM
           IF  W-SUB-REL               GREATER ZEROS
               EVALUATE W-REL-TIPO-PARAM(W-SUB-REL)
                   WHEN "A"
                       IF  FILA-ANO    GREATER ZEROS
                           MOVE FILA-ANO
                                       TO W-EDF-PARAM(1:4)
                       ELSE
                           MOVE "Ano"  TO W-EDF-PARAM(1:4)
                       END-IF
                       IF  FILA-VENDEDOR GREATER ZEROS
                           MOVE FILA-VENDEDOR
                                       TO W-EDF-PARAM(6:7)
                       ELSE
                           MOVE "todos"
                                       TO W-EDF-PARAM(6:7)
                       END-IF
                   WHEN "C"
                       IF  FILA-COMPETENCIA GREATER ZEROS
                           MOVE FILA-COMPETENCIA
                                       TO W-EDF-PARAM(1:6)
                       ELSE
                           MOVE "padrao"
                                       TO W-EDF-PARAM
                       END-IF
                   WHEN "Q"
                       MOVE FILA-CONSULTA
                                       TO W-EDF-PARAM
                   WHEN OTHER
                       MOVE "-"        TO W-EDF-PARAM
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN FILA-PENDENTE
                   MOVE "Pendente"     TO W-EDF-SITUACAO
               WHEN FILA-EM-EXECUCAO
                   MOVE "Em execucao"  TO W-EDF-SITUACAO
               WHEN FILA-CONCLUIDO
                   MOVE "Concluido"    TO W-EDF-SITUACAO
               WHEN FILA-FALHOU
                   MOVE "Falhou"       TO W-EDF-SITUACAO
               WHEN FILA-CANCELADO
                   MOVE "Cancelado"    TO W-EDF-SITUACAO
               WHEN OTHER
                   MOVE FILA-STATUS    TO W-EDF-SITUACAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-INCLUIR-PEDIDO             SECTION.
      *----------------------------------------------------------------*

           MOVE "[Pedir]"              TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           MOVE ZEROS                  TO W-PED-SEL
                                          W-PED-COMP
                                          W-PED-ANO
                                          W-PED-VEND
           MOVE SPACES                 TO W-PED-CONSULTA
           MOVE 5                      TO W-PED-PRIO
           DISPLAY S-CLS
           DISPLAY S-TELA-PEDIDO

           ACCEPT S-PED-SEL
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 2000-99-FIM
           END-IF
           IF  W-PED-SEL               LESS 1 OR
               W-PED-SEL               GREATER W-QTDE-REL-FILA
               MOVE "Relatorio invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           EVALUATE W-REL-TIPO-PARAM(W-PED-SEL)
               WHEN "A"
                   ACCEPT S-PED-ANO
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-ESC
                       GO TO 2000-99-FIM
                   END-IF
                   ACCEPT S-PED-VEND
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-ESC
                       GO TO 2000-99-FIM
                   END-IF
               WHEN "C"
                   ACCEPT S-PED-COMP
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-ESC
                       GO TO 2000-99-FIM
                   END-IF
               WHEN "Q"
                   ACCEPT S-PED-CONSULTA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-ESC
                       GO TO 2000-99-FIM
                   END-IF
           END-EVALUATE
           ACCEPT S-PED-PRIO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2100-VALIDAR-PEDIDO
           IF  W-CAMPO-VALIDADO        EQUAL "N"
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS      NOT EQUAL COB-SCR-F1
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2200-GRAVAR-PEDIDO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-VALIDAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      * Parametro invalido seria descoberto so na janela batch, com o
      * solicitante ja fora; a conferencia e feita aqui.
           MOVE "S"                    TO W-CAMPO-VALIDADO

           IF  W-PED-PRIO              EQUAL ZEROS
               MOVE "Prioridade de 1 a 9, tecle <Enter>"
                                       TO W-MSGERRO
               MOVE "N"                TO W-CAMPO-VALIDADO
               GO TO 2100-99-FIM
           END-IF

           IF  W-REL-TIPO-PARAM(W-PED-SEL) EQUAL "C" AND
               W-PED-COMP              GREATER ZEROS
               IF  W-PED-COMP-MES      LESS 1 OR
                   W-PED-COMP-MES      GREATER 12 OR
                   W-PED-COMP-ANO      LESS 2000
                   MOVE "Competencia invalida, tecle <Enter>"
                                       TO W-MSGERRO
                   MOVE "N"            TO W-CAMPO-VALIDADO
                   GO TO 2100-99-FIM
               END-IF
           END-IF

           IF  W-REL-TIPO-PARAM(W-PED-SEL) EQUAL "A"
               IF  W-PED-ANO           GREATER ZEROS AND
                   W-PED-ANO           LESS 2000
                   MOVE "Ano invalido, tecle <Enter>"
                                       TO W-MSGERRO
                   MOVE "N"            TO W-CAMPO-VALIDADO
                   GO TO 2100-99-FIM
               END-IF
               IF  W-PED-VEND          GREATER ZEROS
                   MOVE W-PED-VEND     TO VEND-CODIGO
                   PERFORM 7251-LER-ARQ-VEND-CODIGO
                   IF  W-REG-ENCONTRADO EQUAL "N"
                       MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                       MOVE "N"        TO W-CAMPO-VALIDADO
                   END-IF
               END-IF
           END-IF

      * Consulta salva: nome como gravado pelo GCC205P (maiusculas).
           IF  W-REL-TIPO-PARAM(W-PED-SEL) EQUAL "Q"
               MOVE FUNCTION TRIM(W-PED-CONSULTA) TO W-PED-CONSULTA
               INSPECT W-PED-CONSULTA
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "N"                TO W-REG-ENCONTRADO
               IF  W-PED-CONSULTA      NOT EQUAL SPACES
                   PERFORM 7142-ABRIR-INPUT-ARQ-CONS-EXT
                   IF  FS-OK
                       MOVE W-PED-CONSULTA TO CEXT-NOME
                       PERFORM 7143-LER-ARQ-CONSULTA-EXT-CHAVE
                       PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
                   END-IF
                   MOVE "00"           TO WS-RESULTADO-ACESSO
               END-IF
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   MOVE "Consulta nao cadastrada, tecle <Enter>"
                                       TO W-MSGERRO
                   MOVE "N"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-GRAVAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      * Numero do pedido pelo controle de sequencia (entidade "F");
      * numero ja ocupado pede o proximo.
           PERFORM 7131-ABRIR-ARQ-FILA-REL
           IF  NOT FS-OK
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro ao abrir ARQ-FILA-REL. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               GO TO 2200-99-FIM
           END-IF

           MOVE "S"                    TO W-REG-ENCONTRADO
           MOVE ZEROS                  TO W-SEQ-TENTATIVAS
           PERFORM UNTIL W-REG-ENCONTRADO EQUAL "N"
                      OR W-SEQ-TENTATIVAS GREATER 50
               ADD 1                   TO W-SEQ-TENTATIVAS
               MOVE "F"                TO W-SEQ-ENTIDADE
               PERFORM 7845-OBTER-PROX-CODIGO
               MOVE W-SEQ-OBTIDO       TO FILA-SEQ
               IF  W-SEQ-OBTIDO        GREATER ZEROS
                   PERFORM 7133-LER-ARQ-FILA-REL-CHAVE
               END-IF
           END-PERFORM

           IF  W-REG-ENCONTRADO        EQUAL "S" OR
               W-SEQ-OBTIDO            EQUAL ZEROS
               PERFORM 7139-FECHAR-ARQ-FILA-REL
               MOVE "Erro ao numerar o pedido, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 2200-99-FIM
           END-IF

           INITIALIZE REG-ARQ-FILA-REL
           MOVE W-SEQ-OBTIDO           TO FILA-SEQ
           MOVE W-REL-PROG(W-PED-SEL)  TO FILA-PROGRAMA
           EVALUATE W-REL-TIPO-PARAM(W-PED-SEL)
               WHEN "A"
                   MOVE W-PED-ANO      TO FILA-ANO
                   MOVE W-PED-VEND     TO FILA-VENDEDOR
               WHEN "C"
                   MOVE W-PED-COMP     TO FILA-COMPETENCIA
               WHEN "Q"
                   MOVE W-PED-CONSULTA TO FILA-CONSULTA
           END-EVALUATE
           MOVE W-PED-PRIO             TO FILA-PRIORIDADE
           MOVE W-OPERADOR             TO FILA-OPERADOR
           MOVE W-PERFIL               TO FILA-PERFIL
           ACCEPT FILA-DATA-PEDIDO     FROM DATE YYYYMMDD
           ACCEPT FILA-HORA-PEDIDO     FROM TIME
           MOVE "P"                    TO FILA-STATUS
           MOVE "Aguardando a janela batch"
                                       TO FILA-MENSAGEM
           PERFORM 7136-INCLUIR-ARQ-FILA-REL
           IF  FS-OK
               MOVE FILA-SEQ           TO W-PED-NUMERO-ED
               MOVE SPACES             TO W-MSGERRO
               STRING "Pedido " FUNCTION TRIM(W-PED-NUMERO-ED)
                      " incluido na fila, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
           ELSE
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro gravar ARQ-FILA-REL. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
           END-IF
           PERFORM 7139-FECHAR-ARQ-FILA-REL.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-CANCELAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * So pedido pendente; o solicitante cancela o proprio, o gestor
      * qualquer um.
           MOVE "[Cancelar]"           TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           MOVE ZEROS                  TO W-PED-NUMERO
           DISPLAY S-TELA-NUMERO
           ACCEPT S-PED-NUMERO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC OR
               W-PED-NUMERO            EQUAL ZEROS
               GO TO 2500-99-FIM
           END-IF

           PERFORM 7131-ABRIR-ARQ-FILA-REL
           IF  NOT FS-OK
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro ao abrir ARQ-FILA-REL. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2500-99-FIM
           END-IF

           MOVE W-PED-NUMERO           TO FILA-SEQ
           PERFORM 7133-LER-ARQ-FILA-REL-CHAVE
           EVALUATE TRUE
               WHEN W-REG-ENCONTRADO   EQUAL "N"
                   MOVE "Pedido nao encontrado, tecle <Enter>"
                                       TO W-MSGERRO
               WHEN NOT W-PERFIL-GESTOR AND
                    FILA-OPERADOR  NOT EQUAL W-OPERADOR
                   MOVE "Acesso negado para o seu perfil, tecle <Enter
      -                 ">"            TO W-MSGERRO
               WHEN NOT FILA-PENDENTE
                   MOVE "So pedido pendente pode ser cancelado, tecle
      -                 " <Enter>"     TO W-MSGERRO
               WHEN OTHER
                   PERFORM 8100-CONFIRMA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-F1
                       MOVE "C"        TO FILA-STATUS
                       MOVE SPACES     TO FILA-MENSAGEM
                       STRING "Cancelado por " W-OPERADOR
                              DELIMITED BY SIZE INTO FILA-MENSAGEM
                       PERFORM 7137-ALTERAR-ARQ-FILA-REL
                       IF  FS-OK
                           MOVE "Pedido cancelado, tecle <Enter>"
                                       TO W-MSGERRO
                       ELSE
                           STRING "Erro gravar ARQ-FILA-REL. FS: "
                                  WS-RESULTADO-ACESSO INTO W-MSGERRO
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 7139-FECHAR-ARQ-FILA-REL

           IF  W-MSGERRO           NOT EQUAL SPACES
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-DETALHAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * Mensagem final da execucao (geracao no spool ou motivo da
      * falha) do pedido informado.
           MOVE "[Detalhe]"            TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           MOVE ZEROS                  TO W-PED-NUMERO
           DISPLAY S-TELA-NUMERO
           ACCEPT S-PED-NUMERO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC OR
               W-PED-NUMERO            EQUAL ZEROS
               GO TO 2700-99-FIM
           END-IF

           PERFORM 7132-ABRIR-INPUT-ARQ-FILA-REL
           IF  NOT FS-OK
               MOVE "Fila de relatorios vazia, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2700-99-FIM
           END-IF

           MOVE W-PED-NUMERO           TO FILA-SEQ
           PERFORM 7133-LER-ARQ-FILA-REL-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N" OR
               (NOT W-PERFIL-GESTOR AND
                FILA-OPERADOR      NOT EQUAL W-OPERADOR)
               MOVE "Pedido nao encontrado, tecle <Enter>"
                                       TO W-MSGERRO
           ELSE
               PERFORM 1200-EDITAR-PEDIDO
               MOVE SPACES             TO W-MSGERRO
               IF  FILA-CONCLUIDO
                   MOVE FILA-SPOOL-SEQ TO W-PED-NUMERO-ED
                   STRING FUNCTION TRIM(W-EDF-SITUACAO) " - spool "
                          FUNCTION TRIM(W-PED-NUMERO-ED) ": "
                          FUNCTION TRIM(FILA-MENSAGEM)
                          DELIMITED BY SIZE INTO W-MSGERRO
               ELSE
                   STRING FUNCTION TRIM(W-EDF-SITUACAO) ": "
                          FUNCTION TRIM(FILA-MENSAGEM)
                          DELIMITED BY SIZE INTO W-MSGERRO
               END-IF
           END-IF
           PERFORM 7139-FECHAR-ARQ-FILA-REL
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas fila de pedidos de relatorio
       COPY ".\copybooks\GCC204R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas controle de sequencia de codigos
       COPY ".\copybooks\GCC088R.cpy".
      * Rotinas arquivo central de alertas
       COPY ".\copybooks\GCC114R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de processamento
       COPY ".\copybooks\GCC028R.cpy".
      * Rotinas consultas salvas do extrato sob medida
       COPY ".\copybooks\GCC205R.cpy".
