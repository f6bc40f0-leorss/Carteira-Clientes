      *                  despedida, e na data executa a reatribuicao   *
      *                  final com evento em ARQ-HIST-ATRIB, inativa   *
      *                  o vendedor e aprova a liquidacao final das    *
      *                  comissoes em aberto (GCC103P). Em seguida     *
      *                  calcula a indenizacao de representante do     *
      *                  desligado (GCC164P), tambem disponivel sob    *
      *                  demanda pelo <F4>. Competencia com            *
      *                  contestacao pendente (GCC165P) nao e          *
      *                  aprovada.                                     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC033FC.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FC.cpy".
      * Contestacoes de comissao
       COPY ".\copybooks\GCC165FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC033FD.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FD.cpy".
      * Contestacoes de comissao
       COPY ".\copybooks\GCC165FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo Relatorio
           02 HATR-DISTANCIA-M         PIC  9(010).
           02 FILLER                   PIC  X(001).
           02 HATR-ORIGEM              PIC  X(008).
           02 FILLER                   PIC  X(001).
           02 HATR-LINHA               PIC  9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".
      * Campos consulta de contestacoes pendentes
       COPY ".\copybooks\GCC165W.cpy".

       01  W-CAMPOS-DESLIG.
           05  W-DES-VEND-CODIGO       PIC 9(07) VALUE ZEROS.
           05  W-DES-LIBERADOS-ED      PIC ZZZZ9.
           05  W-DES-EXECUTADOS        PIC 9(03) VALUE ZEROS.
           05  W-DES-EXECUTADOS-ED     PIC ZZ9.
           05  W-DES-CHAVE-SALVA       PIC 9(09) VALUE ZEROS.
           05  W-DES-RESERVA-OK        PIC X(01) VALUE "N".

      * Vendedores com desligamento vencido, coletados antes da

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "Desligamento Vendedor" TO W-MODULO
               MOVE "<Esc>Sair <F1>Programar <F2>Rel.Transicao <F3>Exec.
      -             "Vencidos <F4>Indenizacao"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   WHEN COB-SCR-F4
                       CALL W-PROG-INDENIZ USING "*"
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
                   VARYING W-SUB-DES FROM 1 BY 1
                   UNTIL W-SUB-DES GREATER W-QTDE-TAB-DES

      * Indenizacao de representante dos desligados, com a liquidacao
      * final ja aprovada: B no job noturno, D pela tela (sem console).
           IF  W-DES-EXECUTADOS        GREATER ZEROS
               IF  LK-PARAM            EQUAL "B"
                   CALL W-PROG-INDENIZ USING "B"
               ELSE
                   CALL W-PROG-INDENIZ USING "D"
               END-IF
           END-IF

           MOVE W-DES-EXECUTADOS       TO W-DES-EXECUTADOS-ED
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC119P - Desligamentos executados: "

           MOVE "N"                    TO W-DES-RESERVA-OK
           IF  DIST-VEND-RESERVA       GREATER ZEROS
               MOVE DIST-CHAVE         TO W-DES-CHAVE-SALVA
               MOVE DIST-VEND-RESERVA  TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO EQUAL "S" AND VEND-ATIVO AND
                   MOVE "S"            TO W-DES-RESERVA-OK
               END-IF
      * A leitura do reserva reposiciona ARQ-DIST pelo registro salvo.
               MOVE W-DES-CHAVE-SALVA  TO DIST-CHAVE
               PERFORM 7652-LER-ARQ-DIST-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   GO TO 3210-99-FIM
               END-IF
                                       TO DIST-DISTANCIA
               MOVE ZEROS              TO DIST-VEND-RESERVA
                                          DIST-RESERVA-DISTANCIA
      * Troca de vendedor reinicia a permanencia do cliente.
               ACCEPT DIST-DATA-ATRIB  FROM DATE YYYYMMDD
               PERFORM 7661-REGRAVAR-ARQ-DIST
               IF  FS-OK
                   ADD 1               TO W-DES-MOVIDOS
               MOVE DIST-RESERVA-DISTANCIA
                                       TO HATR-DISTANCIA-M
               MOVE "DESLIGA"          TO HATR-ORIGEM
               MOVE DIST-LINHA         TO HATR-LINHA
               WRITE REG-ARQ-HIST-ATRIB
               CLOSE ARQ-HIST-ATRIB
           END-IF.
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR LIQ-VEND-CODIGO NOT EQUAL W-DES-VEND-CODIGO
      * Competencia com contestacao pendente fica aberta ate a
      * decisao do supervisor (GCC165P).
               IF  LIQ-ABERTA
                   MOVE LIQ-VEND-CODIGO TO W-CTS-VEND-BUSCA
                   MOVE LIQ-COMPETENCIA TO W-CTS-COMP-BUSCA
                   PERFORM 7918-CONTAR-CONTEST-PEND
                   IF  W-CTS-QTDE-PEND EQUAL ZEROS
                       SET LIQ-APROVADA TO TRUE
                       MOVE W-OPERADOR TO LIQ-OPERADOR
                       PERFORM 7427-REGRAVAR-ARQ-LIQUID
                   END-IF
               END-IF
               PERFORM 7424-LER-PROX-ARQ-LIQUID
           END-PERFORM
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas da liquidacao de comissoes
       COPY ".\copybooks\GCC103R.cpy".
      * Rotinas contestacoes de comissao
       COPY ".\copybooks\GCC165R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo relatorio e importacao
