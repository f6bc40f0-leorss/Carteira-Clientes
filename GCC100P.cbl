      *                  corrente para a primeira visita. As visitas   *
      *                  planejadas sao baixadas pela confirmacao no   *
      *                  GCC052P e conferidas pelo GCC101P.            *
      *                  Cliente de vendedor inside (VEND-TIPO = I)    *
      *                  recebe contato por telefone no lugar da       *
      *                  visita de campo.                              *
      *                  Os clientes elegiveis sao planejados por      *
      *                  vendedor na ordem da nota de prioridade do    *
      *                  GCC194P (primeira visita sempre antes), ate   *
      *                  a capacidade semanal informada na tela; os    *
      *                  excedentes ficam adiados para outra semana.   *
      *                  A nota e o motivo seguem no registro da       *
      *                  agenda para o relatorio do GCC101P.           *
      *                  Cliente com janela de atendimento (GCC011P)   *
      *                  so e planejado em dia com janela.             *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC011FC.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC100FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Nota de prioridade de visita e pesos da nota
       COPY ".\copybooks\GCC194FC.cpy".
      * Arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC100FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Nota de prioridade de visita e pesos da nota
       COPY ".\copybooks\GCC194FD.cpy".
      * Arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".

      * Campos da nota de prioridade de visita
       COPY ".\copybooks\GCC194W.cpy".
      * Campos arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209W.cpy".

      * Politica de frequencia por segmento, em meses entre visitas,
      * editavel na tela a cada geracao (A mensal, B bimestral, C
      * trimestral por padrao; cliente sem segmento segue a de C).
           05  W-AGE-FREQ-SEG-A        PIC 9(02) VALUE 1.
           05  W-AGE-FREQ-SEG-B        PIC 9(02) VALUE 2.
           05  W-AGE-FREQ-SEG-C        PIC 9(02) VALUE 3.
      * Visitas por vendedor na semana, contando as ja agendadas;
      * zero = sem limite.
           05  W-AGE-CAPACIDADE        PIC 9(03) VALUE 25.

       01  W-CAMPOS-AGENDA.
           05  W-AGE-INT-SEMANA        PIC 9(08) COMP VALUE ZEROS.
           05  W-AGE-PLANEJAR          PIC X(01) VALUE "N".
           05  W-AGE-PRIORIDADE        PIC X(01) VALUE SPACE.
           05  W-AGE-PLANEJADAS        PIC 9(05) VALUE ZEROS.
           05  W-AGE-TELEFONE          PIC 9(05) VALUE ZEROS.
           05  W-AGE-TELEFONE-ED       PIC ZZZZ9.
           05  W-AGE-JA-EXISTIAM       PIC 9(05) VALUE ZEROS.
           05  W-AGE-PLANEJADAS-ED     PIC ZZZZ9.
           05  W-AGE-JA-EXISTIAM-ED    PIC ZZZZ9.
           05  W-AGE-ADIADAS           PIC 9(05) VALUE ZEROS.
           05  W-AGE-ADIADAS-ED        PIC ZZZZ9.
           05  W-AGE-PRIOR-ABERTO      PIC X(01) VALUE "N".
           05  W-AGE-TROCOU            PIC X(01) VALUE "N".
           05  W-AGE-VEND-CORR         PIC 9(07) VALUE ZEROS.
           05  W-AGE-QTDE-VEND         PIC 9(05) VALUE ZEROS.
           05  W-AGE-DATA-FIM-SEM      PIC 9(08) VALUE ZEROS.
           05  W-AGE-DIA-PLANO         PIC 9(01) VALUE ZEROS.
           05  W-AGE-DIA-BUSCA         PIC 9(01) VALUE ZEROS.
           05  W-AGE-DIA-ACHADO        PIC 9(01) VALUE ZEROS.

       01  W-DATA-DESMONTADA.
           05 W-DD-ANO             PIC 9(04).
           05  W-QTDE-TAB-AGE          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-AGE               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-AGE-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-AGE-2             PIC 9(04) COMP VALUE ZEROS.
           05  W-AGE-ITEM-TROCA        PIC X(049).
           05  W-AGE-ITEM              OCCURS 9999 TIMES.
               10  W-AGE-VEND          PIC 9(007).
               10  W-AGE-CLIE          PIC 9(007).
               10  W-AGE-DIA-PREF      PIC 9(001).
               10  W-AGE-CADASTRO      PIC 9(008).
               10  W-AGE-ULT-VISITA    PIC 9(008).
      * V = visita de campo; T = contato por telefone (vendedor da
      * mesa inside).
               10  W-AGE-TIPO          PIC X(001).
      * Nota e motivo do GCC194P (zero/branco sem nota calculada).
               10  W-AGE-NOTA          PIC 9(003).
               10  W-AGE-MOTIVO        PIC X(001).
      * S = elegivel na semana; ordem = nota, ou 999 na primeira
      * visita, para planejar do mais prioritario ao menos.
               10  W-AGE-SELEC         PIC X(001).
               10  W-AGE-PRIOR         PIC X(001).
               10  W-AGE-ORDEM         PIC 9(003).
      * Dias da semana com janela de atendimento (GCC011P), "S" na
      * posicao do dia; em branco = cliente sem janela, aberto todos
      * os dias.
               10  W-AGE-DIAS-ABERTOS  PIC X(007).

      * Vendedores da mesa de inside sales, carregados do cadastro de
      * vendedores no inicio da geracao.
       01  W-TAB-INSIDE.
           05  W-QTDE-TAB-INS          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-INS               PIC 9(04) COMP VALUE ZEROS.
           05  W-INS-VEND              OCCURS 999 TIMES
                                       PIC 9(007).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 39 PIC 9(02)
                                       USING W-AGE-FREQ-SEG-C.
               10  VALUE  "Capacidade semanal/vend...: "
                                       LINE 16 COL 10.
               10  S-AGE-CAPACIDADE
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 39 PIC 9(03)
                                       USING W-AGE-CAPACIDADE.
      *
       COPY screenio.

               ACCEPT S-AGE-FREQ-A
               ACCEPT S-AGE-FREQ-B
               ACCEPT S-AGE-FREQ-C
               ACCEPT S-AGE-CAPACIDADE
               IF  W-AGE-FREQ-SEG-A    EQUAL ZEROS
                   MOVE 1              TO W-AGE-FREQ-SEG-A
               END-IF

           MOVE ZEROS                  TO W-QTDE-TAB-AGE
                                          W-AGE-PLANEJADAS
                                          W-AGE-TELEFONE
                                          W-AGE-JA-EXISTIAM
                                          W-AGE-ADIADAS
           MOVE "N"                    TO W-AGE-ESTOUROU

           PERFORM 2050-CARREGAR-VEND-INSIDE
           PERFORM 2100-CARREGAR-CARTEIRA
           IF  W-QTDE-TAB-AGE          EQUAL ZEROS
               MOVE "Nenhuma atribuicao na carteira, tecle <Enter>"
           PERFORM 2200-CRUZAR-VISITAS
           PERFORM 2300-GRAVAR-AGENDA

           SUBTRACT W-AGE-TELEFONE   FROM W-AGE-PLANEJADAS
           MOVE W-AGE-PLANEJADAS       TO W-AGE-PLANEJADAS-ED
           MOVE W-AGE-TELEFONE         TO W-AGE-TELEFONE-ED
           MOVE W-AGE-JA-EXISTIAM      TO W-AGE-JA-EXISTIAM-ED
           MOVE W-AGE-ADIADAS          TO W-AGE-ADIADAS-ED
           MOVE SPACES                 TO W-MSGERRO
           STRING "Agenda: "
                  W-AGE-PLANEJADAS-ED " visitas, "
                  W-AGE-TELEFONE-ED " telefone, "
                  W-AGE-JA-EXISTIAM-ED " ja existiam, "
                  W-AGE-ADIADAS-ED " adiadas, tecle <Enter>"
                  DELIMITED BY SIZE INTO W-MSGERRO
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC100P - " FUNCTION TRIM(W-MSGERRO)
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2050-CARREGAR-VEND-INSIDE       SECTION.
      *----------------------------------------------------------------*
      * Guarda os codigos dos vendedores da mesa de inside sales;
      * cadastro ausente deixa a tabela vazia (so visitas de campo).
           MOVE ZEROS                  TO W-QTDE-TAB-INS

           PERFORM 7211-ABRIR-INPUT-ARQ-VEND
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2050-99-FIM
           END-IF

           PERFORM 7253-LER-PROX-ARQ-VEND
           PERFORM UNTIL NOT FS-OK
               IF  VEND-INSIDE AND
                   W-QTDE-TAB-INS      LESS 999
                   ADD 1               TO W-QTDE-TAB-INS
                   MOVE VEND-CODIGO    TO W-INS-VEND(W-QTDE-TAB-INS)
               END-IF
               PERFORM 7253-LER-PROX-ARQ-VEND
           END-PERFORM
           PERFORM 7290-FECHAR-ARQ-VEND.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CARREGAR-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      * Carrega as atribuicoes correntes com o segmento, o dia
      * preferido de visita e a data de cadastro do cliente; cliente
      * inativo, inexistente no cadastro ou bloqueado por credito
      * (GCC106P) fica fora da agenda. A nota de prioridade vem do
      * ARQ-PRIOR-CLIE; sem o arquivo todos ficam com nota zero. Os
      * dias com janela de atendimento vem do ARQ-JANELA; sem o
      * arquivo todos os clientes ficam abertos todos os dias.
           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF

           PERFORM 7601-ABRIR-INPUT-ARQ-PRIOR
           IF  FS-OK
               MOVE "S"                TO W-AGE-PRIOR-ABERTO
           ELSE
               MOVE "N"                TO W-AGE-PRIOR-ABERTO
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           OPEN INPUT ARQ-JANELA
           IF  FS-OK
               MOVE "S"                TO W-JAN-ARQ-ABERTO
           ELSE
               MOVE "N"                TO W-JAN-ARQ-ABERTO
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           PERFORM 7653-LER-PROX-ARQ-DIST
           PERFORM UNTIL NOT FS-OK
               PERFORM 2110-CARREGAR-CLIENTE
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM
           PERFORM 7690-FECHAR-ARQ-DIST
           IF  W-AGE-PRIOR-ABERTO      EQUAL "S"
               PERFORM 7604-FECHAR-ARQ-PRIOR-CLIE
           END-IF
           IF  W-JAN-ARQ-ABERTO        EQUAL "S"
               PERFORM 7089-FECHAR-ARQ-JANELA
               MOVE "N"                TO W-JAN-ARQ-ABERTO
           END-IF

           IF  W-AGE-ESTOUROU          EQUAL "S"
               MOVE "Tabela cheia - carteira parcial, tecle <Enter>"
                                          (W-QTDE-TAB-AGE)
               MOVE ZEROS              TO W-AGE-ULT-VISITA
                                          (W-QTDE-TAB-AGE)
               MOVE "V"                TO W-AGE-TIPO(W-QTDE-TAB-AGE)
               MOVE ZEROS              TO W-AGE-NOTA(W-QTDE-TAB-AGE)
               MOVE SPACE              TO W-AGE-MOTIVO(W-QTDE-TAB-AGE)
               MOVE DIST-CLIE-CODIGO   TO W-JAN-CLIE-CODIGO
               PERFORM 7183-CARREGAR-JANELAS-CLIE
               MOVE W-JAN-DIAS-ABERTOS TO W-AGE-DIAS-ABERTOS
                                          (W-QTDE-TAB-AGE)
               IF  W-AGE-PRIOR-ABERTO  EQUAL "S"
                   MOVE DIST-CLIE-CODIGO TO PRI-CLIE-CODIGO
                   PERFORM 7602-LER-ARQ-PRIOR-CHAVE
                   IF  W-REG-ENCONTRADO EQUAL "S" AND
                       PRI-NOTA        NUMERIC
                       MOVE PRI-NOTA   TO W-AGE-NOTA(W-QTDE-TAB-AGE)
                       MOVE PRI-MOTIVO TO W-AGE-MOTIVO(W-QTDE-TAB-AGE)
                   END-IF
               END-IF
               PERFORM VARYING W-SUB-INS FROM 1 BY 1
                       UNTIL W-SUB-INS GREATER W-QTDE-TAB-INS
                   IF  W-INS-VEND(W-SUB-INS) EQUAL DIST-VEND-CODIGO
                       MOVE "T"        TO W-AGE-TIPO(W-QTDE-TAB-AGE)
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-GRAVAR-AGENDA              SECTION.
      *----------------------------------------------------------------*
      * Marca os elegiveis, ordena por vendedor e prioridade e grava
      * ate a capacidade semanal de cada vendedor.
           PERFORM 2310-PLANEJAR-CLIENTE
                   VARYING W-SUB-AGE FROM 1 BY 1
                   UNTIL W-SUB-AGE GREATER W-QTDE-TAB-AGE

           PERFORM 2330-ORDENAR-PRIORIDADE

           PERFORM 7330-ABRIR-ARQ-AGENDA
           IF  NOT FS-OK
               GO TO 2300-99-FIM
           END-IF

           COMPUTE W-AGE-INT-SEMANA =
                   FUNCTION INTEGER-OF-DATE(W-AGE-SEMANA-INI) + 6
           COMPUTE W-AGE-DATA-FIM-SEM =
                   FUNCTION DATE-OF-INTEGER(W-AGE-INT-SEMANA)
           MOVE ZEROS                  TO W-AGE-VEND-CORR
                                          W-AGE-QTDE-VEND

           PERFORM VARYING W-SUB-AGE FROM 1 BY 1
                   UNTIL W-SUB-AGE GREATER W-QTDE-TAB-AGE
               IF  W-AGE-SELEC(W-SUB-AGE) EQUAL "S"
                   IF  W-AGE-VEND(W-SUB-AGE) NOT EQUAL W-AGE-VEND-CORR
                       MOVE W-AGE-VEND(W-SUB-AGE) TO W-AGE-VEND-CORR
                       PERFORM 2340-CONTAR-AGENDA-VEND
                   END-IF
                   MOVE W-AGE-PRIOR(W-SUB-AGE) TO W-AGE-PRIORIDADE
                   PERFORM 2320-GRAVAR-VISITA-PLANEJADA
               END-IF
           END-PERFORM

           PERFORM 7349-FECHAR-ARQ-AGENDA.

               END-IF
           END-IF

           MOVE W-AGE-PLANEJAR         TO W-AGE-SELEC(W-SUB-AGE)
           MOVE W-AGE-PRIORIDADE       TO W-AGE-PRIOR(W-SUB-AGE)
           IF  W-AGE-PRIORIDADE        EQUAL "N"
               MOVE 999                TO W-AGE-ORDEM(W-SUB-AGE)
           ELSE
               MOVE W-AGE-NOTA(W-SUB-AGE) TO W-AGE-ORDEM(W-SUB-AGE)
           END-IF.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Data planejada: segunda-feira da semana mais o deslocamento
      * do dia preferido (1 a 5); sem preferencia fica na segunda.
      * Cliente com janela de atendimento so recebe visita em dia
      * com janela: dia preferido (ou segunda) fechado passa para o
      * proximo dia aberto da semana.
      * Chave ja planejada nao e regravada (regeracao da mesma
      * semana nao duplica a agenda); vendedor que ja chegou na
      * capacidade da semana tem a visita adiada.
           COMPUTE W-AGE-INT-SEMANA =
                   FUNCTION INTEGER-OF-DATE(W-AGE-SEMANA-INI)
           MOVE 1                      TO W-AGE-DIA-PLANO
           IF  W-AGE-DIA-PREF(W-SUB-AGE) GREATER 1 AND
               W-AGE-DIA-PREF(W-SUB-AGE) NOT GREATER 5
               MOVE W-AGE-DIA-PREF(W-SUB-AGE) TO W-AGE-DIA-PLANO
           END-IF
           IF  W-AGE-DIAS-ABERTOS(W-SUB-AGE) NOT EQUAL SPACES
               PERFORM 2325-ACHAR-DIA-ABERTO
           END-IF
           COMPUTE W-AGE-INT-SEMANA = W-AGE-INT-SEMANA +
                   W-AGE-DIA-PLANO - 1

           INITIALIZE REG-ARQ-AGENDA
           MOVE W-AGE-VEND(W-SUB-AGE)  TO AGENDA-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               ADD 1                   TO W-AGE-JA-EXISTIAM
           ELSE
               IF  W-AGE-CAPACIDADE        GREATER ZEROS AND
                   W-AGE-QTDE-VEND         NOT LESS W-AGE-CAPACIDADE
                   ADD 1                   TO W-AGE-ADIADAS
               ELSE
                   INITIALIZE REG-ARQ-AGENDA
                   MOVE W-AGE-VEND(W-SUB-AGE)
                                           TO AGENDA-VEND-CODIGO
                   COMPUTE AGENDA-DATA =
                           FUNCTION DATE-OF-INTEGER(W-AGE-INT-SEMANA)
                   MOVE W-AGE-CLIE(W-SUB-AGE)
                                           TO AGENDA-CLIE-CODIGO
                   MOVE W-AGE-SEMANA-INI   TO AGENDA-SEMANA-INI
                   MOVE W-AGE-SEGMENTO(W-SUB-AGE)
                                           TO AGENDA-SEGMENTO
                   MOVE W-AGE-PRIORIDADE   TO AGENDA-PRIORIDADE
                   MOVE "P"                TO AGENDA-SITUACAO
                   MOVE ZEROS              TO AGENDA-DATA-REALIZADA
                   MOVE W-OPERADOR         TO AGENDA-OPERADOR
                   MOVE W-AGE-TIPO(W-SUB-AGE)
                                           TO AGENDA-TIPO-CONTATO
                   MOVE W-AGE-NOTA(W-SUB-AGE)
                                           TO AGENDA-NOTA-PRIOR
                   IF  W-AGE-PRIORIDADE    EQUAL "N"
                       MOVE "N"            TO AGENDA-MOTIVO-PRIOR
                   ELSE
                       MOVE W-AGE-MOTIVO(W-SUB-AGE)
                                           TO AGENDA-MOTIVO-PRIOR
                   END-IF
                   PERFORM 7346-GRAVAR-ARQ-AGENDA
                   IF  FS-OK
                       ADD 1               TO W-AGE-PLANEJADAS
                                              W-AGE-QTDE-VEND
                       IF  AGENDA-CONTATO-TELEF
                           ADD 1           TO W-AGE-TELEFONE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2325-ACHAR-DIA-ABERTO           SECTION.
      *----------------------------------------------------------------*
      * Mantem o dia planejado quando ha janela nele; senao procura o
      * proximo dia aberto ate o domingo e, nao havendo, volta ao
      * inicio da semana.
           IF  W-AGE-DIAS-ABERTOS(W-SUB-AGE)(W-AGE-DIA-PLANO:1)
                                       EQUAL "S"
               GO TO 2325-99-FIM
           END-IF

           MOVE ZEROS                  TO W-AGE-DIA-ACHADO
           PERFORM VARYING W-AGE-DIA-BUSCA FROM W-AGE-DIA-PLANO BY 1
                   UNTIL W-AGE-DIA-BUSCA GREATER 7
                      OR W-AGE-DIA-ACHADO GREATER ZEROS
               IF  W-AGE-DIAS-ABERTOS(W-SUB-AGE)(W-AGE-DIA-BUSCA:1)
                                       EQUAL "S"
                   MOVE W-AGE-DIA-BUSCA TO W-AGE-DIA-ACHADO
               END-IF
           END-PERFORM
           PERFORM VARYING W-AGE-DIA-BUSCA FROM 1 BY 1
                   UNTIL W-AGE-DIA-BUSCA NOT LESS W-AGE-DIA-PLANO
                      OR W-AGE-DIA-ACHADO GREATER ZEROS
               IF  W-AGE-DIAS-ABERTOS(W-SUB-AGE)(W-AGE-DIA-BUSCA:1)
                                       EQUAL "S"
                   MOVE W-AGE-DIA-BUSCA TO W-AGE-DIA-ACHADO
               END-IF
           END-PERFORM

           IF  W-AGE-DIA-ACHADO        GREATER ZEROS
               MOVE W-AGE-DIA-ACHADO   TO W-AGE-DIA-PLANO
           END-IF.

      *----------------------------------------------------------------*
       2325-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2330-ORDENAR-PRIORIDADE         SECTION.
      *----------------------------------------------------------------*
      * Ordena por vendedor e, dentro do vendedor, da maior para a
      * menor ordem (primeira visita, depois nota de prioridade).
           MOVE "S"                    TO W-AGE-TROCOU
           PERFORM 2335-PASSADA-TROCA  UNTIL W-AGE-TROCOU EQUAL "N".

      *----------------------------------------------------------------*
       2330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2335-PASSADA-TROCA              SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-AGE-TROCOU
           PERFORM VARYING W-SUB-AGE FROM 1 BY 1
                   UNTIL W-SUB-AGE NOT LESS W-QTDE-TAB-AGE
               COMPUTE W-SUB-AGE-2 = W-SUB-AGE + 1
               IF  W-AGE-VEND(W-SUB-AGE) GREATER
                   W-AGE-VEND(W-SUB-AGE-2) OR
                   (W-AGE-VEND(W-SUB-AGE) EQUAL
                    W-AGE-VEND(W-SUB-AGE-2) AND
                    W-AGE-ORDEM(W-SUB-AGE) LESS
                    W-AGE-ORDEM(W-SUB-AGE-2))
                   MOVE W-AGE-ITEM(W-SUB-AGE)
                                       TO W-AGE-ITEM-TROCA
                   MOVE W-AGE-ITEM(W-SUB-AGE-2)
                                       TO W-AGE-ITEM(W-SUB-AGE)
                   MOVE W-AGE-ITEM-TROCA
                                       TO W-AGE-ITEM(W-SUB-AGE-2)
                   MOVE "S"            TO W-AGE-TROCOU
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2335-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2340-CONTAR-AGENDA-VEND         SECTION.
      *----------------------------------------------------------------*
      * Visitas ja agendadas do vendedor na semana (geracao anterior
      * ou inclusao manual) ocupam a capacidade.
           MOVE ZEROS                  TO W-AGE-QTDE-VEND

           INITIALIZE REG-ARQ-AGENDA
           MOVE W-AGE-VEND-CORR        TO AGENDA-VEND-CODIGO
           MOVE W-AGE-SEMANA-INI       TO AGENDA-DATA
           PERFORM 7345-START-ARQ-AGENDA-ASC
           IF  FS-OK
               PERFORM 7343-LER-PROX-ARQ-AGENDA
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR AGENDA-VEND-CODIGO NOT EQUAL W-AGE-VEND-CORR
                      OR AGENDA-DATA GREATER W-AGE-DATA-FIM-SEM
               ADD 1                   TO W-AGE-QTDE-VEND
               PERFORM 7343-LER-PROX-ARQ-AGENDA
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo registro de visitas
       COPY ".\copybooks\GCC100R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas nota de prioridade de visita
       COPY ".\copybooks\GCC194R.cpy".
      * Rotinas arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
