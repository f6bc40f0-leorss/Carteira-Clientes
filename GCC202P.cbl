      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC202P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC202P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Job noturno de todas as regioes - percorre a  *
      *                  lista ARQ-REGIOES (nome;diretorio, como o     *
      *                  GCC091P e o GCC116P) e roda o ciclo completo  *
      *                  do GCC099P para cada regiao, em sequencia,    *
      *                  num processo proprio com CARTEIRA_DIR        *
      *                  apontando para o diretorio da regiao - cada   *
      *                  regiao mantem o seu CHAIN-CTRL.DAT e a sua    *
      *                  retomada por passo. Regiao com erro nao para  *
      *                  as seguintes: gera um alerta critico por      *
      *                  regiao e fica marcada em CHAIN-REGIOES.DAT;   *
      *                  a reexecucao na mesma rodada pula as regioes  *
      *                  ja concluidas e retoma as que falharam. No    *
      *                  fim, resumo consolidado da rodada em tela e   *
      *                  em RELATO-NOTURNO-REGIOES.txt.                *
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

      * Historico de execucoes batch
       COPY ".\copybooks\GCC067FC.cpy".

      * Arquivo central de alertas
       COPY ".\copybooks\GCC114FC.cpy".

      * Lista de regioes da companhia (nome;diretorio por linha)
       SELECT ARQ-REGIOES          ASSIGN TO  WID-ARQ-REGIOES
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      * Controle das regioes da rodada
       SELECT ARQ-CHAIN-REG        ASSIGN TO  WID-ARQ-CHAIN-REG
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      * Resumo consolidado da rodada
       SELECT ARQ-RESUMO-REG       ASSIGN TO  WID-ARQ-REL-NOT-REG
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Historico de execucoes batch
       COPY ".\copybooks\GCC067FD.cpy".

      * Arquivo central de alertas
       COPY ".\copybooks\GCC114FD.cpy".

       FD  ARQ-REGIOES.
       01  REG-ARQ-REGIOES             PIC X(132).

      * Controle das regioes: um registro no inicio (status I) e
      * outro no fim (O = concluida, E = erro) do ciclo de cada
      * regiao, por data da rodada - base da retomada.
       FD  ARQ-CHAIN-REG.
       01  REG-ARQ-CHAIN-REG.
           02 CHREG-DATA               PIC  9(008).
           02 CHREG-REGIAO             PIC  X(030).
           02 CHREG-HORA               PIC  9(008).
           02 CHREG-STATUS             PIC  X(001).
           02 CHREG-RC                 PIC  9(004).

       FD  ARQ-RESUMO-REG.
       01  REG-ARQ-RESUMO-REG          PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos historico de execucoes batch
       COPY ".\copybooks\GCC067W.cpy".

      * Campos da gravacao de alertas
       COPY ".\copybooks\GCC114W.cpy".

      * Comando que roda o job noturno de uma regiao num processo
      * proprio, lido de CARTEIRA_CMD_NOTURNO: o GCC099P termina com
      * STOP RUN e resolve CARTEIRA_DIR uma vez por processo, por isso
      * nao e chamado por CALL.
       01  W-CAMPOS-RODADA.
           05  W-RGN-CMD               PIC X(80) VALUE SPACES.
           05  W-RGN-CMD-LINHA         PIC X(160) VALUE SPACES.
      * Data da rodada: a do dia, ou CARTEIRA_DATA_RODADA (AAAAMMDD)
      * para retomar depois da meia-noite a rodada do dia anterior.
           05  W-RGN-DATA-TX           PIC X(08) VALUE SPACES.
           05  W-RGN-DATA-NUM REDEFINES W-RGN-DATA-TX
                                       PIC 9(08).
           05  W-RGN-DATA-RODADA       PIC 9(08) VALUE ZEROS.
           05  W-RGN-DIR-CENTRAL       PIC X(60) VALUE SPACES.
           05  W-RGN-LINHA-NOME        PIC X(30) VALUE SPACES.
           05  W-RGN-LINHA-DIR         PIC X(60) VALUE SPACES.
           05  W-RGN-FIM-LISTA         PIC X(01) VALUE "N".
           05  W-RGN-ESTOUROU          PIC X(01) VALUE "N".
           05  W-RGN-RC                PIC S9(09) VALUE ZEROS.
           05  W-RGN-EXECUTADAS        PIC 9(03) VALUE ZEROS.
           05  W-RGN-CONCLUIDAS        PIC 9(03) VALUE ZEROS.
           05  W-RGN-PULADAS           PIC 9(03) VALUE ZEROS.
           05  W-RGN-FALHAS            PIC 9(03) VALUE ZEROS.

      * Regioes da lista com a situacao na rodada: O concluida (nesta
      * ou numa execucao anterior da mesma rodada), E erro, espaco
      * ainda nao executada.
       01  W-TAB-REGIOES.
           05  W-QTDE-TAB-RGN          PIC 9(02) COMP VALUE ZEROS.
           05  W-SUB-RGN               PIC 9(02) COMP VALUE ZEROS.
           05  W-RGN-ITEM              OCCURS 50 TIMES.
               10  W-RGN-NOME          PIC X(30).
               10  W-RGN-DIRETORIO     PIC X(60).
               10  W-RGN-STATUS        PIC X(01).
               10  W-RGN-ANTERIOR      PIC X(01).
               10  W-RGN-RC-FIM        PIC 9(04).
               10  W-RGN-HORA-INI      PIC 9(08).
               10  W-RGN-HORA-FIM      PIC 9(08).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(40) VALUE
              "Job Noturno - Resumo das Regioes".
           05 FILLER               PIC X(08) VALUE "Rodada: ".
           05 W-CC-DATA            PIC 9999/99/99.

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(31) VALUE "Regiao".
           05 FILLER               PIC X(22) VALUE "Situacao".
           05 FILLER               PIC X(06) VALUE "RC".
           05 FILLER               PIC X(10) VALUE "Inicio".
           05 FILLER               PIC X(08) VALUE "Fim".

       01  W-LIN-REGIAO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LR-NOME            PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LR-SITUACAO        PIC X(21).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LR-RC              PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LR-HORA-INI        PIC 99B99B99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LR-HORA-FIM        PIC 99B99B99.

       01  W-ROD-TOTAIS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Regioes: ".
           05 W-RT-TOTAL           PIC ZZ9.
           05 FILLER               PIC X(15) VALUE "  Concluidas: ".
           05 W-RT-CONCLUIDAS      PIC ZZ9.
           05 FILLER               PIC X(16) VALUE "  Ja concluidas".
           05 FILLER               PIC X(02) VALUE ": ".
           05 W-RT-PULADAS         PIC ZZ9.
           05 FILLER               PIC X(11) VALUE "  Com erro:".
           05 W-RT-FALHAS          PIC ZZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *================================================================*
       PROCEDURE                       DIVISION USING LK-PARAM.
      *================================================================*

      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA.                               *
      *----------------------------------------------------------------*
       0000-INICIO                     SECTION.
      *----------------------------------------------------------------*

           DISPLAY "GCC202P - Job noturno das regioes - inicio".

           PERFORM 0050-CONFIGURAR-DIR-DADOS-BAT
           PERFORM 0051-DEFINIR-RODADA
           IF  W-RGN-CMD               EQUAL SPACES
               DISPLAY "GCC202P - Comando do job noturno nao "
                       "configurado em CARTEIRA_CMD_NOTURNO - "
                       "rodada nao executada"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0052-CARREGAR-REGIOES
           IF  W-QTDE-TAB-RGN          EQUAL ZEROS
               DISPLAY "GCC202P - Nenhuma regiao em "
                       FUNCTION TRIM(WID-ARQ-REGIOES)
                       " - rodada nao executada"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           IF  W-RGN-ESTOUROU          EQUAL "S"
               DISPLAY "GCC202P - Lista com mais de 50 regioes - "
                       "excedentes ignoradas"
           END-IF

           PERFORM 0053-CARREGAR-STATUS-REGIOES

           MOVE "GCC202P"              TO W-EXEC-PROGRAMA
           PERFORM 7940-INICIAR-EXEC-HIST

           PERFORM 0060-EXECUTAR-REGIAO
                   VARYING W-SUB-RGN FROM 1 BY 1
                   UNTIL W-SUB-RGN GREATER W-QTDE-TAB-RGN

      * O diretorio da propria execucao volta para o ambiente.
           SET ENVIRONMENT "CARTEIRA_DIR" TO W-RGN-DIR-CENTRAL

           PERFORM 0080-GRAVAR-RESUMO

           MOVE W-QTDE-TAB-RGN         TO W-RESUMO-DIA-LIDOS
           MOVE W-RGN-CONCLUIDAS       TO W-RESUMO-DIA-GRAVADOS
           MOVE W-RGN-FALHAS           TO W-RESUMO-DIA-ERROS
           PERFORM 7941-GRAVAR-EXEC-HIST

           IF  W-RGN-FALHAS            GREATER ZEROS
               DISPLAY "GCC202P - Rodada com regiao em erro - corrija "
                       "e reexecute para retomar as regioes pendentes"
               MOVE 8                  TO RETURN-CODE
           ELSE
               DISPLAY "GCC202P - Job noturno das regioes - fim"
               MOVE ZEROS              TO RETURN-CODE
           END-IF

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0050-CONFIGURAR-DIR-DADOS-BAT   SECTION.
      *----------------------------------------------------------------*
      * Resolve com CARTEIRA_DIR (o diretorio central) apenas os
      * arquivos que o proprio programa abre, como o 0050 do GCC099P.
           MOVE SPACES                 TO W-DIR-DADOS
           DISPLAY "CARTEIRA_DIR"      UPON ENVIRONMENT-NAME
           ACCEPT  W-DIR-DADOS         FROM ENVIRONMENT-VALUE
           MOVE W-DIR-DADOS            TO W-RGN-DIR-CENTRAL

           IF  W-DIR-DADOS             NOT EQUAL SPACES
               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REGIOES)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REGIOES

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CHAIN-REG)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CHAIN-REG

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REL-NOT-REG)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REL-NOT-REG

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-EXEC-HIST)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-EXEC-HIST

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-ALERTA)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-ALERTA
           END-IF.

      *----------------------------------------------------------------*
       0050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0051-DEFINIR-RODADA             SECTION.
      *----------------------------------------------------------------*

           ACCEPT W-RGN-DATA-RODADA    FROM DATE YYYYMMDD
           MOVE SPACES                 TO W-RGN-DATA-TX
           DISPLAY "CARTEIRA_DATA_RODADA"
                                       UPON ENVIRONMENT-NAME
           ACCEPT  W-RGN-DATA-TX       FROM ENVIRONMENT-VALUE
           IF  W-RGN-DATA-NUM NUMERIC AND
               W-RGN-DATA-NUM GREATER ZEROS
               MOVE W-RGN-DATA-NUM     TO W-RGN-DATA-RODADA
           END-IF

      * Sem comando configurado nao ha padrao embutido, como no
      * CARTEIRA_BACKUP_CMD do GCC099P: o 0000 encerra a rodada.
           MOVE SPACES                 TO W-RGN-CMD
           DISPLAY "CARTEIRA_CMD_NOTURNO"
                                       UPON ENVIRONMENT-NAME
           ACCEPT  W-RGN-CMD           FROM ENVIRONMENT-VALUE
           IF  W-RGN-CMD               EQUAL SPACES
               GO TO 0051-99-FIM
           END-IF

           DISPLAY "GCC202P - Rodada " W-RGN-DATA-RODADA
                   " - comando: " FUNCTION TRIM(W-RGN-CMD).

      *----------------------------------------------------------------*
       0051-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0052-CARREGAR-REGIOES           SECTION.
      *----------------------------------------------------------------*
      * Linhas uteis da lista (nome;diretorio) na ordem do arquivo;
      * linha sem diretorio e ignorada, como no painel multi-regiao.
           MOVE ZEROS                  TO W-QTDE-TAB-RGN
           MOVE "N"                    TO W-RGN-ESTOUROU
                                          W-RGN-FIM-LISTA

           OPEN INPUT ARQ-REGIOES
           IF  NOT FS-OK
               GO TO 0052-99-FIM
           END-IF

           PERFORM UNTIL W-RGN-FIM-LISTA EQUAL "S"
               READ ARQ-REGIOES
               IF  NOT FS-OK
                   MOVE "S"            TO W-RGN-FIM-LISTA
               ELSE
                   MOVE SPACES         TO W-RGN-LINHA-NOME
                                          W-RGN-LINHA-DIR
                   UNSTRING REG-ARQ-REGIOES DELIMITED BY ";"
                       INTO W-RGN-LINHA-NOME
                            W-RGN-LINHA-DIR
                   END-UNSTRING
                   IF  W-RGN-LINHA-DIR NOT EQUAL SPACES
                       IF  W-QTDE-TAB-RGN LESS 50
                           ADD 1       TO W-QTDE-TAB-RGN
                           MOVE W-RGN-LINHA-NOME
                                TO W-RGN-NOME(W-QTDE-TAB-RGN)
                           MOVE W-RGN-LINHA-DIR
                                TO W-RGN-DIRETORIO(W-QTDE-TAB-RGN)
                           MOVE SPACES
                                TO W-RGN-STATUS(W-QTDE-TAB-RGN)
                           MOVE "N"
                                TO W-RGN-ANTERIOR(W-QTDE-TAB-RGN)
                           MOVE ZEROS
                                TO W-RGN-RC-FIM(W-QTDE-TAB-RGN)
                                   W-RGN-HORA-INI(W-QTDE-TAB-RGN)
                                   W-RGN-HORA-FIM(W-QTDE-TAB-RGN)
                       ELSE
                           MOVE "S"    TO W-RGN-ESTOUROU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-REGIOES
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       0052-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0053-CARREGAR-STATUS-REGIOES    SECTION.
      *----------------------------------------------------------------*
      * Ultimo status de cada regiao na rodada: "O" ja concluida numa
      * execucao anterior e sera pulada - rodar de novo o GCC099P de
      * uma regiao concluida processaria a data movimento seguinte.
           OPEN INPUT ARQ-CHAIN-REG
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 0053-99-FIM
           END-IF

           READ ARQ-CHAIN-REG NEXT
           PERFORM UNTIL NOT FS-OK
               IF  CHREG-DATA          EQUAL W-RGN-DATA-RODADA
                   PERFORM VARYING W-SUB-RGN FROM 1 BY 1
                           UNTIL W-SUB-RGN GREATER W-QTDE-TAB-RGN
                       IF  CHREG-REGIAO EQUAL W-RGN-NOME(W-SUB-RGN)
                           MOVE CHREG-STATUS
                                TO W-RGN-STATUS(W-SUB-RGN)
                           MOVE CHREG-RC
                                TO W-RGN-RC-FIM(W-SUB-RGN)
                       END-IF
                   END-PERFORM
               END-IF
               READ ARQ-CHAIN-REG NEXT
           END-PERFORM
           CLOSE ARQ-CHAIN-REG
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       0053-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0060-EXECUTAR-REGIAO            SECTION.
      *----------------------------------------------------------------*
      * Roda o ciclo de uma regiao com CARTEIRA_DIR no diretorio dela;
      * RC diferente de zero marca a regiao com erro e gera um alerta,
      * e a rodada segue para a proxima regiao.
           IF  W-RGN-STATUS(W-SUB-RGN) EQUAL "O"
               MOVE "S"                TO W-RGN-ANTERIOR(W-SUB-RGN)
               ADD 1                   TO W-RGN-PULADAS
               DISPLAY "GCC202P - Regiao "
                       FUNCTION TRIM(W-RGN-NOME(W-SUB-RGN))
                       " ja concluida nesta rodada - pulada"
               GO TO 0060-99-FIM
           END-IF

           DISPLAY "GCC202P - Regiao "
                   FUNCTION TRIM(W-RGN-NOME(W-SUB-RGN)) " ("
                   FUNCTION TRIM(W-RGN-DIRETORIO(W-SUB-RGN)) ")"
           ADD 1                       TO W-RGN-EXECUTADAS
           ACCEPT W-RGN-HORA-INI(W-SUB-RGN) FROM TIME
           MOVE "I"                    TO W-RGN-STATUS(W-SUB-RGN)
           MOVE ZEROS                  TO W-RGN-RC-FIM(W-SUB-RGN)
           PERFORM 0065-GRAVAR-CONTROLE-REGIAO

           SET ENVIRONMENT "CARTEIRA_DIR"
                                       TO W-RGN-DIRETORIO(W-SUB-RGN)
           MOVE SPACES                 TO W-RGN-CMD-LINHA
           MOVE W-RGN-CMD              TO W-RGN-CMD-LINHA
           MOVE ZEROS                  TO RETURN-CODE
           CALL "SYSTEM"               USING W-RGN-CMD-LINHA
           MOVE RETURN-CODE            TO W-RGN-RC
           MOVE ZEROS                  TO RETURN-CODE
           ACCEPT W-RGN-HORA-FIM(W-SUB-RGN) FROM TIME

           IF  W-RGN-RC                EQUAL ZEROS
               MOVE "O"                TO W-RGN-STATUS(W-SUB-RGN)
               ADD 1                   TO W-RGN-CONCLUIDAS
               DISPLAY "GCC202P - Regiao "
                       FUNCTION TRIM(W-RGN-NOME(W-SUB-RGN))
                       " concluida"
           ELSE
               MOVE "E"                TO W-RGN-STATUS(W-SUB-RGN)
               IF  W-RGN-RC            LESS ZEROS OR
                   W-RGN-RC            GREATER 9999
                   MOVE 9999           TO W-RGN-RC-FIM(W-SUB-RGN)
               ELSE
                   MOVE W-RGN-RC       TO W-RGN-RC-FIM(W-SUB-RGN)
               END-IF
               ADD 1                   TO W-RGN-FALHAS
               DISPLAY "GCC202P - Regiao "
                       FUNCTION TRIM(W-RGN-NOME(W-SUB-RGN))
                       " terminou com erro (RC="
                       W-RGN-RC-FIM(W-SUB-RGN) ")"
               MOVE "GCC202P"          TO W-ALE-ORIGEM
               MOVE "C"                TO W-ALE-SEVERIDADE
               MOVE SPACES             TO W-ALE-TEXTO
               STRING "Job noturno da regiao "
                      FUNCTION TRIM(W-RGN-NOME(W-SUB-RGN))
                      " terminou com erro"
                      DELIMITED BY SIZE INTO W-ALE-TEXTO
               MOVE W-RGN-NOME(W-SUB-RGN)
                                       TO W-ALE-REF
               PERFORM 7960-GRAVAR-ALERTA
           END-IF

           PERFORM 0065-GRAVAR-CONTROLE-REGIAO.

      *----------------------------------------------------------------*
       0060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0065-GRAVAR-CONTROLE-REGIAO     SECTION.
      *----------------------------------------------------------------*
      * Acrescenta ao controle o status corrente da regiao W-SUB-RGN.
           OPEN EXTEND ARQ-CHAIN-REG
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CHAIN-REG
               END-IF
           END-IF

           IF  FS-OK
               MOVE W-RGN-DATA-RODADA  TO CHREG-DATA
               MOVE W-RGN-NOME(W-SUB-RGN)
                                       TO CHREG-REGIAO
               ACCEPT CHREG-HORA       FROM TIME
               MOVE W-RGN-STATUS(W-SUB-RGN)
                                       TO CHREG-STATUS
               MOVE W-RGN-RC-FIM(W-SUB-RGN)
                                       TO CHREG-RC
               WRITE REG-ARQ-CHAIN-REG
               CLOSE ARQ-CHAIN-REG
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       0065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0080-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      * Resumo consolidado da rodada: uma linha por regiao, no log do
      * job e no arquivo de relatorio do diretorio central.
           OPEN OUTPUT ARQ-RESUMO-REG
           IF  NOT FS-OK
               DISPLAY "GCC202P - Erro ao abrir "
                       FUNCTION TRIM(WID-ARQ-REL-NOT-REG)
                       " - resumo so no log"
           END-IF

           MOVE W-RGN-DATA-RODADA      TO W-CC-DATA
           MOVE W-CAB-CAPA             TO REG-ARQ-RESUMO-REG
           PERFORM 0085-EMITIR-LINHA
           MOVE W-TRACOS-1             TO REG-ARQ-RESUMO-REG
           PERFORM 0085-EMITIR-LINHA
           MOVE W-CAB-COLUNAS          TO REG-ARQ-RESUMO-REG
           PERFORM 0085-EMITIR-LINHA
           MOVE W-TRACOS-2             TO REG-ARQ-RESUMO-REG
           PERFORM 0085-EMITIR-LINHA

           PERFORM VARYING W-SUB-RGN FROM 1 BY 1
                   UNTIL W-SUB-RGN GREATER W-QTDE-TAB-RGN
               MOVE W-RGN-NOME(W-SUB-RGN)  TO W-LR-NOME
               MOVE W-RGN-RC-FIM(W-SUB-RGN)
                                       TO W-LR-RC
               MOVE W-RGN-HORA-INI(W-SUB-RGN)(1:6)
                                       TO W-LR-HORA-INI
               MOVE W-RGN-HORA-FIM(W-SUB-RGN)(1:6)
                                       TO W-LR-HORA-FIM
               EVALUATE TRUE
                   WHEN W-RGN-ANTERIOR(W-SUB-RGN) EQUAL "S"
                       MOVE "Concluida (anterior)"
                                       TO W-LR-SITUACAO
                   WHEN W-RGN-STATUS(W-SUB-RGN) EQUAL "O"
                       MOVE "Concluida"
                                       TO W-LR-SITUACAO
                   WHEN OTHER
                       MOVE "ERRO"     TO W-LR-SITUACAO
               END-EVALUATE
               MOVE W-LIN-REGIAO       TO REG-ARQ-RESUMO-REG
               PERFORM 0085-EMITIR-LINHA
           END-PERFORM

           MOVE W-TRACOS-2             TO REG-ARQ-RESUMO-REG
           PERFORM 0085-EMITIR-LINHA
           MOVE W-QTDE-TAB-RGN         TO W-RT-TOTAL
           MOVE W-RGN-CONCLUIDAS       TO W-RT-CONCLUIDAS
           MOVE W-RGN-PULADAS          TO W-RT-PULADAS
           MOVE W-RGN-FALHAS           TO W-RT-FALHAS
           MOVE W-ROD-TOTAIS           TO REG-ARQ-RESUMO-REG
           PERFORM 0085-EMITIR-LINHA

           CLOSE ARQ-RESUMO-REG
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       0080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0085-EMITIR-LINHA               SECTION.
      *----------------------------------------------------------------*

           DISPLAY "GCC202P - " FUNCTION TRIM(REG-ARQ-RESUMO-REG
                                              TRAILING)
           WRITE REG-ARQ-RESUMO-REG.

      *----------------------------------------------------------------*
       0085-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas historico de execucoes batch
       COPY ".\copybooks\GCC067R.cpy".
      * Rotinas arquivo central de alertas
       COPY ".\copybooks\GCC114R.cpy".
