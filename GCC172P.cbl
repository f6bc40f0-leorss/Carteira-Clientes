      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC172P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC172P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Aviso semanal de vencimento dos contratos de  *
      *                  fornecimento (GCC171P) - contratos ativos     *
      *                  que vencem nos proximos 30, 60 e 90 dias, e   *
      *                  os ja vencidos ainda ativos, agrupados por    *
      *                  vendedor responsavel. No ciclo noturno        *
      *                  (GCC099P) so emite no primeiro dia util da    *
      *                  semana; sob demanda aceita a data base.       *
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

       SELECT ARQ-SORT ASSIGN TO "VENC-CONTRATO-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

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

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-VEND               PIC  9(007).
           05  SORT-DIAS               PIC S9(007).
           05  SORT-CLIE               PIC  9(007).
           05  SORT-NUMERO             PIC  X(015).
           05  SORT-DATA-FIM           PIC  9(008).
           05  SORT-RENOVACAO          PIC  X(001).
           05  SORT-VOLUME             PIC  9(011)V9(002).

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

       01  W-CAMPOS-VENCIMENTO.
           05  W-VNC-DATA-BASE         PIC 9(08) VALUE ZEROS.
           05  W-VNC-INT-BASE          PIC 9(08) VALUE ZEROS.
           05  W-VNC-INT-TST           PIC 9(08) VALUE ZEROS.
           05  W-VNC-DIAS              PIC S9(07) VALUE ZEROS.
           05  W-VNC-EMITIR            PIC X(01) VALUE "S".
           05  W-VNC-VEND-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-FIM-SORT              PIC X(01) VALUE "N".
      * Totais por faixa: 1 = vencido, 2 = ate 30, 3 = 31 a 60,
      * 4 = 61 a 90 dias.
           05  W-VNC-FAIXA             PIC 9(01) VALUE ZEROS.
           05  W-VNC-QTDE-FAIXA        PIC 9(05) OCCURS 4 TIMES.
           05  W-VNC-VOL-FAIXA         PIC 9(13)V9(02) OCCURS 4 TIMES.
           05  W-VNC-QTDE-TOTAL        PIC 9(05) VALUE ZEROS.

       01  W-TAB-FAIXAS-DESC.
           05  FILLER                  PIC X(10) VALUE "Vencido".
           05  FILLER                  PIC X(10) VALUE "Ate 30 d".
           05  FILLER                  PIC X(10) VALUE "31 a 60 d".
           05  FILLER                  PIC X(10) VALUE "61 a 90 d".
       01  FILLER REDEFINES W-TAB-FAIXAS-DESC.
           05  W-VNC-FAIXA-DESC        PIC X(10) OCCURS 4 TIMES.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Vencimento dos Contratos de Fornecimento - Base ".
           05 W-CAB-DATA-BASE      PIC 99/99/9999.

       01  W-CAB-VENDEDOR.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 W-CAB-VEND           PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CAB-VEND-NOME      PIC X(40).

       01  W-CAB-02.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(07) VALUE "Cliente".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(30) VALUE "Razao Social".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(15) VALUE "Contrato".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Fim".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(06) VALUE "  Dias".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Faixa".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(06) VALUE "Renov.".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(17) VALUE "  Volume mensal".

       01  W-DET-01.
           05 FILLER               PIC X(03).
           05 W-DET-CLIE           PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-RAZAO          PIC X(30).
           05 FILLER               PIC X(01).
           05 W-DET-NUMERO         PIC X(15).
           05 FILLER               PIC X(01).
           05 W-DET-DATA-FIM       PIC 99/99/9999.
           05 FILLER               PIC X(01).
           05 W-DET-DIAS           PIC -ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-FAIXA          PIC X(10).
           05 FILLER               PIC X(01).
           05 W-DET-RENOVACAO      PIC X(06).
           05 FILLER               PIC X(01).
           05 W-DET-VOLUME         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-FAIXA.
           05 FILLER               PIC X(10).
           05 W-ROD-FAIXA-DESC     PIC X(10).
           05 FILLER               PIC X(02) VALUE ": ".
           05 W-ROD-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(24)
              VALUE " contrato(s)  volume R$ ".
           05 W-ROD-VOLUME         PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-SEM-CONTRATO.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhum contrato vencendo nos proximos 90 dias".

       01  W-DATA-EDICAO.
           05  W-EDI-DATA          PIC 9(08).
           05  FILLER              REDEFINES W-EDI-DATA.
               10  W-EDI-ANO       PIC 9(04).
               10  W-EDI-MES       PIC 9(02).
               10  W-EDI-DIA       PIC 9(02).
           05  W-EDI-DDMMAAAA      PIC 9(08).
           05  FILLER              REDEFINES W-EDI-DDMMAAAA.
               10  W-EDI-DIA-S     PIC 9(02).
               10  W-EDI-MES-S     PIC 9(02).
               10  W-EDI-ANO-S     PIC 9(04).

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
       01  S-TELA-VENC-CONTRATO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Data base (AAAAMMDD)..: "
                                       LINE 08 COL 10.
               10  S-VNC-DATA-BASE     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 35 PIC 9(08)
                                       USING W-VNC-DATA-BASE.
               10  VALUE  "(contratos que vencem ate 90 dias depois)"
                                       LINE 09 COL 35.
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

           MOVE "Vencimento Contratos" TO W-MODULO
           MOVE WID-ARQ-REL-VENC-CTR   TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV             TO W-VNC-DATA-BASE

           IF  LK-PARAM                EQUAL "B"
               PERFORM 1100-VERIFICAR-SEMANA
               IF  W-VNC-EMITIR        EQUAL "N"
                   DISPLAY "GCC172P - Aviso de vencimento ja emitido "
                           "na semana - nada a fazer"
                   MOVE "S"            TO W-VOLTAR
               END-IF
           ELSE
               DISPLAY S-CLS
               DISPLAY S-TELA-VENC-CONTRATO
               ACCEPT S-VNC-DATA-BASE
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   IF  W-VNC-DATA-BASE LESS 19000101
                       MOVE "Data base invalida, tecle <Enter>"
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
       1100-VERIFICAR-SEMANA           SECTION.
      *----------------------------------------------------------------*
      * O ciclo noturno roda todo dia util; o aviso e semanal e sai
      * so no primeiro dia util da semana (segunda-feira, ou o dia
      * seguinte quando a segunda e feriado). Volta dia a dia ate o
      * domingo anterior procurando outro dia util na semana.
           MOVE "S"                    TO W-VNC-EMITIR
           COMPUTE W-VNC-INT-TST =
                   FUNCTION INTEGER-OF-DATE(W-DATA-MOV) - 1

           PERFORM UNTIL FUNCTION MOD(W-VNC-INT-TST 7) EQUAL 0
                      OR W-VNC-EMITIR EQUAL "N"
               COMPUTE W-DATA-VERIFICAR =
                       FUNCTION DATE-OF-INTEGER(W-VNC-INT-TST)
               PERFORM 7937-VERIFICAR-DIA-UTIL
               IF  W-DIA-UTIL          EQUAL "S"
                   MOVE "N"            TO W-VNC-EMITIR
               END-IF
               SUBTRACT 1              FROM W-VNC-INT-TST
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-VNC-QTDE-TOTAL
                                          W-VNC-VEND-CORRENTE
           PERFORM VARYING W-VNC-FAIXA FROM 1 BY 1
                   UNTIL W-VNC-FAIXA GREATER 4
               MOVE ZEROS              TO W-VNC-QTDE-FAIXA(W-VNC-FAIXA)
                                          W-VNC-VOL-FAIXA(W-VNC-FAIXA)
           END-PERFORM
           COMPUTE W-VNC-INT-BASE =
                   FUNCTION INTEGER-OF-DATE(W-VNC-DATA-BASE)
           MOVE W-VNC-DATA-BASE        TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-CAB-DATA-BASE

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

           SORT ARQ-SORT    ON ASCENDING KEY SORT-VEND
                                             SORT-DIAS
                                             SORT-CLIE
               INPUT PROCEDURE  IS 3000-INPUT-SORT
               OUTPUT PROCEDURE IS 4000-OUTPUT-SORT

           PERFORM 5000-GRAVAR-RESUMO

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC172P - Aviso de vencimento: "
                       W-VNC-QTDE-TOTAL " contrato(s) listado(s)"
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
      * Contratos ativos com fim ate 90 dias apos a data base,
      * incluindo os ja vencidos que continuam ativos.
           OPEN INPUT ARQ-CONTRATO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7504-LER-PROX-ARQ-CONTRATO
           PERFORM UNTIL NOT FS-OK
               IF  CTR-ATIVO AND CTR-DATA-FIM GREATER ZEROS
                   COMPUTE W-VNC-DIAS =
                           FUNCTION INTEGER-OF-DATE(CTR-DATA-FIM)
                         - W-VNC-INT-BASE
                   IF  W-VNC-DIAS      NOT GREATER 90
                       MOVE CTR-VEND-CODIGO   TO SORT-VEND
                       MOVE W-VNC-DIAS        TO SORT-DIAS
                       MOVE CTR-CLIE-CODIGO   TO SORT-CLIE
                       MOVE CTR-NUMERO        TO SORT-NUMERO
                       MOVE CTR-DATA-FIM      TO SORT-DATA-FIM
                       MOVE CTR-RENOVACAO     TO SORT-RENOVACAO
                       MOVE CTR-VOLUME-MENSAL TO SORT-VOLUME
                       RELEASE REG-SORT
                   END-IF
               END-IF
               PERFORM 7504-LER-PROX-ARQ-CONTRATO
           END-PERFORM

           PERFORM 7509-FECHAR-ARQ-CONTRATO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Um bloco por vendedor responsavel, contratos do mais
      * urgente para o menos urgente.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-VEND           NOT EQUAL W-VNC-VEND-CORRENTE
                   OR W-VNC-QTDE-TOTAL EQUAL ZEROS
                   PERFORM 4100-GRAVAR-CAB-VENDEDOR
               END-IF
               PERFORM 4200-GRAVAR-LINHA-CONTRATO
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-CAB-VENDEDOR        SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-VEND              TO W-VNC-VEND-CORRENTE
                                          W-CAB-VEND
                                          VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-CAB-VEND-NOME
           ELSE
               MOVE "(vendedor nao cadastrado)"
                                       TO W-CAB-VEND-NOME
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           WRITE REG-ARQ-RELATO FROM W-CAB-VENDEDOR AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-02   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-GRAVAR-LINHA-CONTRATO      SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN SORT-DIAS          LESS ZEROS
                   MOVE 1              TO W-VNC-FAIXA
               WHEN SORT-DIAS          NOT GREATER 30
                   MOVE 2              TO W-VNC-FAIXA
               WHEN SORT-DIAS          NOT GREATER 60
                   MOVE 3              TO W-VNC-FAIXA
               WHEN OTHER
                   MOVE 4              TO W-VNC-FAIXA
           END-EVALUATE
           ADD 1                       TO W-VNC-QTDE-FAIXA(W-VNC-FAIXA)
                                          W-VNC-QTDE-TOTAL
           ADD SORT-VOLUME             TO W-VNC-VOL-FAIXA(W-VNC-FAIXA)

           MOVE SORT-CLIE              TO W-DET-CLIE
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DET-RAZAO
           ELSE
               MOVE SPACES             TO W-DET-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE SORT-NUMERO            TO W-DET-NUMERO
           MOVE SORT-DATA-FIM          TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-DET-DATA-FIM
           MOVE SORT-DIAS              TO W-DET-DIAS
           MOVE W-VNC-FAIXA-DESC(W-VNC-FAIXA)
                                       TO W-DET-FAIXA
           IF  SORT-RENOVACAO          EQUAL "S"
               MOVE "Autom."           TO W-DET-RENOVACAO
           ELSE
               MOVE "Manual"           TO W-DET-RENOVACAO
           END-IF
           MOVE SORT-VOLUME            TO W-DET-VOLUME

           WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           IF  W-VNC-QTDE-TOTAL        EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-CONTRATO AFTER 1
               GO TO 5000-99-FIM
           END-IF

           PERFORM VARYING W-VNC-FAIXA FROM 1 BY 1
                   UNTIL W-VNC-FAIXA GREATER 4
               MOVE W-VNC-FAIXA-DESC(W-VNC-FAIXA)
                                       TO W-ROD-FAIXA-DESC
               MOVE W-VNC-QTDE-FAIXA(W-VNC-FAIXA)
                                       TO W-ROD-QTDE
               MOVE W-VNC-VOL-FAIXA(W-VNC-FAIXA)
                                       TO W-ROD-VOLUME
               WRITE REG-ARQ-RELATO FROM W-ROD-FAIXA AFTER 1
           END-PERFORM.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      * AAAAMMDD (W-EDI-DATA) para DDMMAAAA (W-EDI-DDMMAAAA).
           MOVE W-EDI-DIA              TO W-EDI-DIA-S
           MOVE W-EDI-MES              TO W-EDI-MES-S
           MOVE W-EDI-ANO              TO W-EDI-ANO-S.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas contratos de fornecimento
       COPY ".\copybooks\GCC171R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
