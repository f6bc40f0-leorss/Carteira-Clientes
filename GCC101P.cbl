      *                  as visitas planejadas pelo GCC100P, as        *
      *                  confirmadas no GCC052P e o percentual de      *
      *                  realizacao, fechando o ciclo planejado x      *
      *                  executado da agenda. Abaixo de cada           *
      *                  vendedor lista as visitas da semana com a     *
      *                  nota de prioridade (GCC194P) e o motivo       *
      *                  principal que levou o cliente a agenda.       *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       FILE-CONTROL.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FC.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Arquivo agenda de visitas
       COPY ".\copybooks\GCC100FC.cpy".
      * Nota de prioridade de visita e pesos da nota
       COPY ".\copybooks\GCC194FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo agenda de visitas
       COPY ".\copybooks\GCC100FD.cpy".
      * Nota de prioridade de visita e pesos da nota
       COPY ".\copybooks\GCC194FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos da nota de prioridade de visita
       COPY ".\copybooks\GCC194W.cpy".

       01  W-FILTROS-REL-AGENDA.
           05  W-RAG-SEMANA-INI        PIC 9(08) VALUE ZEROS.

           05  W-RAG-PERC              PIC 9(03)V9(02) VALUE ZEROS.
           05  W-RAG-TOT-PLANEJADAS    PIC 9(05) VALUE ZEROS.
           05  W-RAG-TOT-CONFIRMADAS   PIC 9(05) VALUE ZEROS.
           05  W-RAG-INT-SEMANA        PIC 9(08) COMP VALUE ZEROS.
           05  W-RAG-DATA-FIM-SEM      PIC 9(08) VALUE ZEROS.
           05  W-RAG-AGENDA-ABERTA     PIC X(01) VALUE "N".

       01  W-TAB-REL-AGENDA.
           05  W-QTDE-TAB-RAG          PIC 9(04) COMP VALUE ZEROS.
           05 W-LV-PERC            PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE "%".

      * Visita da semana do vendedor, pela ordem de data.
       01  W-LIN-VISITA.
           05 FILLER               PIC X(13) VALUE SPACES.
           05 W-LVI-DIA            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-LVI-MES            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-LVI-ANO            PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LVI-CLIE           PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LVI-RAZAO          PIC X(40).
           05 FILLER               PIC X(06) VALUE "Nota: ".
           05 W-LVI-NOTA           PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LVI-MOTIVO         PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LVI-SITUACAO       PIC X(10).

       01  W-ROD-GERAL.
           05 FILLER               PIC X(14) VALUE "   Totais: ".
           05 W-RG-PLANEJADAS      PIC ZZZZ9.
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           COMPUTE W-RAG-INT-SEMANA =
                   FUNCTION INTEGER-OF-DATE(W-RAG-SEMANA-INI) + 6
           COMPUTE W-RAG-DATA-FIM-SEM =
                   FUNCTION DATE-OF-INTEGER(W-RAG-INT-SEMANA)
           PERFORM 7331-ABRIR-INPUT-ARQ-AGENDA
           IF  FS-OK
               MOVE "S"                TO W-RAG-AGENDA-ABERTA
           ELSE
               MOVE "N"                TO W-RAG-AGENDA-ABERTA
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 4100-GRAVAR-LINHA-VEND
                   VARYING W-SUB-RAG FROM 1 BY 1
                   UNTIL W-SUB-RAG GREATER W-QTDE-TAB-RAG

           IF  W-RAG-AGENDA-ABERTA     EQUAL "S"
               PERFORM 7349-FECHAR-ARQ-AGENDA
           END-IF

           MOVE W-RAG-TOT-PLANEJADAS   TO W-RG-PLANEJADAS
           MOVE W-RAG-TOT-CONFIRMADAS  TO W-RG-CONFIRMADAS
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           END-IF
           MOVE W-RAG-PERC             TO W-LV-PERC

           WRITE REG-ARQ-RELATO FROM W-LIN-VENDEDOR AFTER 1

           IF  W-RAG-AGENDA-ABERTA     EQUAL "S"
               PERFORM 4110-GRAVAR-VISITAS-VEND
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-GRAVAR-VISITAS-VEND        SECTION.
      *----------------------------------------------------------------*
      * Agenda do vendedor a partir da segunda-feira da semana ate o
      * domingo seguinte. Registro anterior a nota de prioridade sai
      * com a nota em branco.
           INITIALIZE REG-ARQ-AGENDA
           MOVE W-RAG-VEND(W-SUB-RAG)  TO AGENDA-VEND-CODIGO
           MOVE W-RAG-SEMANA-INI       TO AGENDA-DATA
           PERFORM 7345-START-ARQ-AGENDA-ASC
           IF  FS-OK
               PERFORM 7343-LER-PROX-ARQ-AGENDA
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR AGENDA-VEND-CODIGO NOT EQUAL
                         W-RAG-VEND(W-SUB-RAG)
                      OR AGENDA-DATA GREATER W-RAG-DATA-FIM-SEM
               IF  AGENDA-SEMANA-INI   EQUAL W-RAG-SEMANA-INI
                   PERFORM 4120-GRAVAR-LINHA-VISITA
               END-IF
               PERFORM 7343-LER-PROX-ARQ-AGENDA
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4120-GRAVAR-LINHA-VISITA        SECTION.
      *----------------------------------------------------------------*

           MOVE AGENDA-DATA            TO W-DATA-DESMONTADA
           MOVE W-DD-DIA               TO W-LVI-DIA
           MOVE W-DD-MES               TO W-LVI-MES
           MOVE W-DD-ANO               TO W-LVI-ANO
           MOVE AGENDA-CLIE-CODIGO     TO W-LVI-CLIE
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-LVI-RAZAO
           ELSE
               MOVE "(cliente nao cadastrado)"
                                       TO W-LVI-RAZAO
           END-IF

           IF  AGENDA-NOTA-PRIOR       NUMERIC
               MOVE AGENDA-NOTA-PRIOR  TO W-LVI-NOTA
               MOVE AGENDA-MOTIVO-PRIOR
                                       TO W-PRI-MOTIVO-COD
           ELSE
               MOVE ZEROS              TO W-LVI-NOTA
               MOVE SPACE              TO W-PRI-MOTIVO-COD
           END-IF
           IF  AGENDA-PRIMEIRA-VISITA
               MOVE "N"                TO W-PRI-MOTIVO-COD
           END-IF
           PERFORM 7608-DESCREVER-MOTIVO-PRIOR
           MOVE W-PRI-MOTIVO-DESC      TO W-LVI-MOTIVO

           IF  AGENDA-CONFIRMADA
               MOVE "Realizada"        TO W-LVI-SITUACAO
           ELSE
               MOVE "Planejada"        TO W-LVI-SITUACAO
           END-IF

           WRITE REG-ARQ-RELATO FROM W-LIN-VISITA AFTER 1.

      *----------------------------------------------------------------*
       4120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo agenda de visitas
       COPY ".\copybooks\GCC100R.cpy".
      * Rotinas nota de prioridade de visita
       COPY ".\copybooks\GCC194R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
