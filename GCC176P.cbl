      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC176P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC176P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Resumo mensal das reclamacoes de clientes     *
      *                  (GCC174P) abertas na competencia - por        *
      *                  vendedor, a quantidade em cada categoria, as  *
      *                  resolvidas, as pendentes e as atendidas no    *
      *                  prazo e fora do prazo (resolvida depois do    *
      *                  prazo ou pendente com prazo vencido na data   *
      *                  movimento), fechando com o total por          *
      *                  categoria. Roda no fim de mes (GCC113P).      *
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
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Reclamacoes de clientes
       COPY ".\copybooks\GCC174FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "RECL-MENSAL-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Reclamacoes de clientes
       COPY ".\copybooks\GCC174FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-VEND               PIC  9(007).
           05  SORT-CATEGORIA          PIC  9(001).
           05  SORT-RESOLVIDA          PIC  X(001).
           05  SORT-FORA-PRAZO         PIC  X(001).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

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

      * Competencia recebida do orquestrador de fim de mes (GCC113P)
      * pela variavel de ambiente CARTEIRA_COMPETENCIA no modo batch.
       01  W-COMP-BATCH.
           05  W-COMP-BAT-TX           PIC X(06) VALUE SPACES.
           05  W-COMP-BAT-NUM REDEFINES W-COMP-BAT-TX
                                       PIC 9(06).

       01  W-CAMPOS-RECL-MENSAL.
           05  W-RMS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  FILLER                  REDEFINES W-RMS-COMPETENCIA.
               10  W-RMS-COMP-ANO      PIC 9(04).
               10  W-RMS-COMP-MES      PIC 9(02).
           05  W-RMS-VEND-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-RMS-SUB               PIC 9(02) VALUE ZEROS.
           05  W-RMS-NO-PRAZO          PIC 9(05) VALUE ZEROS.
           05  W-RMS-PCT               PIC 9(03)V9(01) VALUE ZEROS.
           05  W-FIM-SORT              PIC X(01) VALUE "N".
      * Acumuladores do vendedor corrente (categoria na ordem da
      * tabela de GCC174W).
           05  W-RMS-V-CAT             PIC 9(05) OCCURS 5 TIMES.
           05  W-RMS-V-TOTAL           PIC 9(05) VALUE ZEROS.
           05  W-RMS-V-RESOLV          PIC 9(05) VALUE ZEROS.
           05  W-RMS-V-PEND            PIC 9(05) VALUE ZEROS.
           05  W-RMS-V-FORA            PIC 9(05) VALUE ZEROS.
      * Totais gerais por categoria.
           05  W-RMS-C-QTDE            PIC 9(05) OCCURS 5 TIMES.
           05  W-RMS-C-RESOLV          PIC 9(05) OCCURS 5 TIMES.
           05  W-RMS-C-FORA            PIC 9(05) OCCURS 5 TIMES.
           05  W-RMS-QTDE-TOTAL        PIC 9(05) VALUE ZEROS.
           05  W-RMS-QTDE-VEND         PIC 9(05) VALUE ZEROS.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Reclamacoes de Clientes - Resumo da Competencia ".
           05 W-CAB-COMPETENCIA    PIC 9(06).

       01  W-CAB-02.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(08) VALUE "Vendedor".
           05 FILLER               PIC X(26) VALUE " Razao Social".
           05 FILLER               PIC X(05) VALUE " Entr".
           05 FILLER               PIC X(05) VALUE " Prec".
           05 FILLER               PIC X(05) VALUE " Aten".
           05 FILLER               PIC X(05) VALUE " Qual".
           05 FILLER               PIC X(05) VALUE " Outr".
           05 FILLER               PIC X(06) VALUE " Total".
           05 FILLER               PIC X(06) VALUE " Resol".
           05 FILLER               PIC X(06) VALUE "  Pend".
           05 FILLER               PIC X(06) VALUE " NoPrz".
           05 FILLER               PIC X(06) VALUE " Fora".
           05 FILLER               PIC X(08) VALUE " %Prazo".

       01  W-DET-01.
           05 FILLER               PIC X(03).
           05 W-DET-VEND           PIC ZZZZZZ9.
           05 FILLER               PIC X(02).
           05 W-DET-NOME           PIC X(25).
           05 W-DET-CAT-ITEM       OCCURS 5 TIMES.
               10 FILLER           PIC X(01).
               10 W-DET-CAT        PIC ZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-TOTAL          PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-RESOLV         PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-PEND           PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-NO-PRAZO       PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-FORA           PIC ZZZZ9.
           05 FILLER               PIC X(02).
           05 W-DET-PCT            PIC ZZ9,9.

       01  W-CAB-CATEG.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(20) VALUE "Categoria".
           05 FILLER               PIC X(06) VALUE " Total".
           05 FILLER               PIC X(06) VALUE " Resol".
           05 FILLER               PIC X(06) VALUE " NoPrz".
           05 FILLER               PIC X(06) VALUE " Fora".
           05 FILLER               PIC X(08) VALUE " %Prazo".
           05 FILLER               PIC X(10) VALUE "  SLA dias".

       01  W-DET-CATEG.
           05 FILLER               PIC X(03).
           05 W-DCT-DESCRICAO      PIC X(19).
           05 FILLER               PIC X(01).
           05 W-DCT-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DCT-RESOLV         PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DCT-NO-PRAZO       PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DCT-FORA           PIC ZZZZ9.
           05 FILLER               PIC X(02).
           05 W-DCT-PCT            PIC ZZ9,9.
           05 FILLER               PIC X(07).
           05 W-DCT-SLA            PIC ZZ9.

       01  W-ROD-TOTAL.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(19) VALUE "Total geral".
           05 FILLER               PIC X(01).
           05 W-ROD-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(16)
              VALUE " reclamacao(oes)".
           05 FILLER               PIC X(04) VALUE " em ".
           05 W-ROD-QTDE-VEND      PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE " vendedor(es)".

       01  W-ROD-SEM-RECL.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhuma reclamacao aberta na competencia".

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
       01  S-TELA-RECL-MENSAL.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Competencia (AAAAMM).......: "
                                       LINE 08 COL 10.
               10  S-RMS-COMP          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(06)
                                       USING W-RMS-COMPETENCIA.
      *
       COPY screenio.

      *================================================================*
       PROCEDURE                       DIVISION USING LK-PARAM.
      *================================================================*

      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA.                               *
      *----------------------------------------------------------------*
       0000-INICIO                     SECTION.
      *----------------------------------------------------------------*

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'
           SET ENVIRONMENT 'ESCDELAY'              TO '25'
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           MOVE "Reclamacoes Mensal"   TO W-MODULO
           MOVE WID-ARQ-REL-RECL-MES   TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           PERFORM 7935-LER-DATA-MOV
           IF  LK-PARAM                EQUAL "B"
               PERFORM 1200-OBTER-COMPETENCIA-BAT
           ELSE
      * Sugere a competencia fechada: o mes anterior ao da data
      * movimento.
               MOVE W-DATA-MOV(1:6)    TO W-RMS-COMPETENCIA
               IF  W-RMS-COMP-MES      EQUAL 01
                   SUBTRACT 1          FROM W-RMS-COMP-ANO
                   MOVE 12             TO W-RMS-COMP-MES
               ELSE
                   SUBTRACT 1          FROM W-RMS-COMP-MES
               END-IF
               DISPLAY S-CLS
               DISPLAY S-TELA-RECL-MENSAL
               ACCEPT S-RMS-COMP
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   IF  W-RMS-COMPETENCIA EQUAL ZEROS
                       MOVE "Competencia obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                       MOVE "S"        TO W-VOLTAR
                   END-IF
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 2000-PROCESSAR
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-OBTER-COMPETENCIA-BAT      SECTION.
      *----------------------------------------------------------------*
      * Modo batch (ciclo de fim de mes, GCC113P): a competencia vem
      * da variavel de ambiente CARTEIRA_COMPETENCIA.
           MOVE SPACES                 TO W-COMP-BAT-TX
           DISPLAY "CARTEIRA_COMPETENCIA"
                                       UPON ENVIRONMENT-NAME
           ACCEPT  W-COMP-BAT-TX       FROM ENVIRONMENT-VALUE

           IF  W-COMP-BAT-NUM NUMERIC AND
               W-COMP-BAT-NUM GREATER ZEROS
               MOVE W-COMP-BAT-NUM     TO W-RMS-COMPETENCIA
           ELSE
               DISPLAY "GCC176P - CARTEIRA_COMPETENCIA ausente ou "
                       "invalida - relatorio nao emitido"
               MOVE "S"                TO W-VOLTAR
               MOVE 8                  TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-RMS-QTDE-TOTAL
                                          W-RMS-QTDE-VEND
                                          W-RMS-VEND-CORRENTE
           PERFORM VARYING W-RMS-SUB FROM 1 BY 1
                   UNTIL W-RMS-SUB GREATER W-CRC-QTDE
               MOVE ZEROS              TO W-RMS-C-QTDE(W-RMS-SUB)
                                          W-RMS-C-RESOLV(W-RMS-SUB)
                                          W-RMS-C-FORA(W-RMS-SUB)
           END-PERFORM
           PERFORM 4150-ZERAR-VENDEDOR
           MOVE W-RMS-COMPETENCIA      TO W-CAB-COMPETENCIA

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-02   AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           SORT ARQ-SORT    ON ASCENDING KEY SORT-VEND
               INPUT PROCEDURE  IS 3000-INPUT-SORT
               OUTPUT PROCEDURE IS 4000-OUTPUT-SORT

           PERFORM 5000-GRAVAR-RESUMO

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC176P - Reclamacoes da competencia "
                       W-RMS-COMPETENCIA ": " W-RMS-QTDE-TOTAL
           ELSE
               MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*
      * Reclamacoes abertas na competencia. Fora do prazo: resolvida
      * depois do prazo ou ainda pendente com o prazo vencido na
      * data movimento.
           OPEN INPUT ARQ-RECLAMACAO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7364-LER-PROX-ARQ-RECLAMACAO
           PERFORM UNTIL NOT FS-OK
               IF  RECL-DATA-ABERTURA(1:6) EQUAL W-RMS-COMPETENCIA
                   MOVE RECL-CATEGORIA TO W-CRC-CATEGORIA
                   PERFORM 6600-BUSCAR-CATEGORIA
                   IF  W-CRC-ACHADA    EQUAL ZEROS
                       MOVE W-CRC-QTDE TO W-CRC-ACHADA
                   END-IF
                   MOVE RECL-VEND-CODIGO   TO SORT-VEND
                   MOVE W-CRC-ACHADA       TO SORT-CATEGORIA
                   MOVE "N"                TO SORT-RESOLVIDA
                                              SORT-FORA-PRAZO
                   IF  RECL-RESOLVIDA
                       MOVE "S"            TO SORT-RESOLVIDA
                       IF  RECL-DATA-FECHAMENTO
                                       GREATER RECL-DATA-LIMITE
                           MOVE "S"        TO SORT-FORA-PRAZO
                       END-IF
                   ELSE
                       IF  RECL-DATA-LIMITE LESS W-DATA-MOV
                           MOVE "S"        TO SORT-FORA-PRAZO
                       END-IF
                   END-IF
                   RELEASE REG-SORT
                   MOVE "00"               TO WS-RESULTADO-ACESSO
               END-IF
               PERFORM 7364-LER-PROX-ARQ-RECLAMACAO
           END-PERFORM

           PERFORM 7369-FECHAR-ARQ-RECLAMACAO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Uma linha por vendedor, gravada na quebra.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-VEND           NOT EQUAL W-RMS-VEND-CORRENTE
                   AND W-RMS-V-TOTAL   GREATER ZEROS
                   PERFORM 4100-GRAVAR-LINHA-VEND
               END-IF
               MOVE SORT-VEND          TO W-RMS-VEND-CORRENTE
               PERFORM 4200-ACUMULAR
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           IF  W-RMS-V-TOTAL           GREATER ZEROS
               PERFORM 4100-GRAVAR-LINHA-VEND
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-LINHA-VEND          SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-RMS-QTDE-VEND
           MOVE W-RMS-VEND-CORRENTE    TO W-DET-VEND
           IF  W-RMS-VEND-CORRENTE     EQUAL ZEROS
               MOVE "(sem vendedor atribuido)"
                                       TO W-DET-NOME
           ELSE
               MOVE W-RMS-VEND-CORRENTE
                                       TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-DET-NOME
               ELSE
                   MOVE "(vendedor nao cadastrado)"
                                       TO W-DET-NOME
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM VARYING W-RMS-SUB FROM 1 BY 1
                   UNTIL W-RMS-SUB GREATER W-CRC-QTDE
               MOVE W-RMS-V-CAT(W-RMS-SUB)
                                       TO W-DET-CAT(W-RMS-SUB)
           END-PERFORM
           MOVE W-RMS-V-TOTAL          TO W-DET-TOTAL
           MOVE W-RMS-V-RESOLV         TO W-DET-RESOLV
           MOVE W-RMS-V-PEND           TO W-DET-PEND
           COMPUTE W-RMS-NO-PRAZO = W-RMS-V-TOTAL - W-RMS-V-FORA
           MOVE W-RMS-NO-PRAZO         TO W-DET-NO-PRAZO
           MOVE W-RMS-V-FORA           TO W-DET-FORA
           COMPUTE W-RMS-PCT ROUNDED =
                   W-RMS-NO-PRAZO * 100 / W-RMS-V-TOTAL
           MOVE W-RMS-PCT              TO W-DET-PCT

           WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1
           PERFORM 4150-ZERAR-VENDEDOR.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4150-ZERAR-VENDEDOR             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-RMS-V-TOTAL
                                          W-RMS-V-RESOLV
                                          W-RMS-V-PEND
                                          W-RMS-V-FORA
           PERFORM VARYING W-RMS-SUB FROM 1 BY 1
                   UNTIL W-RMS-SUB GREATER W-CRC-QTDE
               MOVE ZEROS              TO W-RMS-V-CAT(W-RMS-SUB)
           END-PERFORM.

      *----------------------------------------------------------------*
       4150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-ACUMULAR                   SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-CATEGORIA         TO W-RMS-SUB
           ADD 1                       TO W-RMS-V-CAT(W-RMS-SUB)
                                          W-RMS-C-QTDE(W-RMS-SUB)
                                          W-RMS-V-TOTAL
                                          W-RMS-QTDE-TOTAL
           IF  SORT-RESOLVIDA          EQUAL "S"
               ADD 1                   TO W-RMS-V-RESOLV
                                          W-RMS-C-RESOLV(W-RMS-SUB)
           ELSE
               ADD 1                   TO W-RMS-V-PEND
           END-IF
           IF  SORT-FORA-PRAZO         EQUAL "S"
               ADD 1                   TO W-RMS-V-FORA
                                          W-RMS-C-FORA(W-RMS-SUB)
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      * Fechamento por categoria, com o SLA vigente de cada uma.
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           IF  W-RMS-QTDE-TOTAL        EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-RECL AFTER 1
               GO TO 5000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-CAB-CATEG AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2  AFTER 1
           PERFORM VARYING W-RMS-SUB FROM 1 BY 1
                   UNTIL W-RMS-SUB GREATER W-CRC-QTDE
               MOVE W-CRC-DESCRICAO(W-RMS-SUB)
                                       TO W-DCT-DESCRICAO
               MOVE W-RMS-C-QTDE(W-RMS-SUB)
                                       TO W-DCT-QTDE
               MOVE W-RMS-C-RESOLV(W-RMS-SUB)
                                       TO W-DCT-RESOLV
               COMPUTE W-RMS-NO-PRAZO = W-RMS-C-QTDE(W-RMS-SUB)
                                      - W-RMS-C-FORA(W-RMS-SUB)
               MOVE W-RMS-NO-PRAZO     TO W-DCT-NO-PRAZO
               MOVE W-RMS-C-FORA(W-RMS-SUB)
                                       TO W-DCT-FORA
               MOVE ZEROS              TO W-RMS-PCT
               IF  W-RMS-C-QTDE(W-RMS-SUB) GREATER ZEROS
                   COMPUTE W-RMS-PCT ROUNDED =
                           W-RMS-NO-PRAZO * 100
                         / W-RMS-C-QTDE(W-RMS-SUB)
               END-IF
               MOVE W-RMS-PCT          TO W-DCT-PCT
               MOVE W-CRC-SLA-DIAS(W-RMS-SUB)
                                       TO W-DCT-SLA
               WRITE REG-ARQ-RELATO FROM W-DET-CATEG AFTER 1
           END-PERFORM

           MOVE W-RMS-QTDE-TOTAL       TO W-ROD-QTDE
           MOVE W-RMS-QTDE-VEND        TO W-ROD-QTDE-VEND
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2  AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-TOTAL AFTER 1.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
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

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas reclamacoes de clientes
       COPY ".\copybooks\GCC174R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
