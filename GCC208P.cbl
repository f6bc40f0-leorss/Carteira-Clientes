      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC208P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC208P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Exposicao de credito dos clientes - calculo   *
      *                  diario do saldo em aberto de cada cliente     *
      *                  pelas notas de venda (ARQ-NOTAS) menos os     *
      *                  recebimentos de cada nota (ARQ-RECEBIMENTO),  *
      *                  separado por idade da nota na data movimento  *
      *                  (0-30, 31-60, 61-90 e mais de 90 dias). As    *
      *                  devolucoes e os pagamentos a maior abatem o   *
      *                  saldo a partir da faixa mais antiga. Compara  *
      *                  com o limite carregado pelo financeiro        *
      *                  (GCC106P) e marca o cliente com 80% ou mais   *
      *                  do limite ou com saldo de mais de 60 dias.    *
      *                  Emite a relacao desses clientes por vendedor. *
      *                  No ciclo noturno (GCC099P) calcula e emite a  *
      *                  relacao com LK-PARAM = "B".                   *
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
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FC.cpy".
      * Arquivo de recebimentos
       COPY ".\copybooks\GCC118FC.cpy".
      * Arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "EXPOSICAO-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FD.cpy".
      * Arquivo de recebimentos
       COPY ".\copybooks\GCC118FD.cpy".
      * Arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-VEND               PIC  9(007).
           05  SORT-CLIE               PIC  9(007).
           05  SORT-VEND-RAZAO         PIC  X(040).
           05  SORT-CLIE-RAZAO         PIC  X(040).
           05  SORT-LIMITE             PIC  9(011)V9(002).
           05  SORT-SALDO              PIC  9(011)V9(002).
           05  SORT-FAIXA              PIC  9(011)V9(002)
                                       OCCURS 4 TIMES.
           05  SORT-PERC-USO           PIC  9(003)V9(001).
           05  SORT-ALERTA             PIC  X(001).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".

       01  W-CAMPOS-EXPOSICAO.
           05  W-EXP-DATA-BASE         PIC 9(08) VALUE ZEROS.
           05  W-EXP-INT-BASE          PIC 9(08) VALUE ZEROS.
           05  W-EXP-DIAS              PIC S9(07) VALUE ZEROS.
           05  W-EXP-FX                PIC 9(01) VALUE ZEROS.
           05  W-EXP-RECEBIDO          PIC 9(11)V9(02) VALUE ZEROS.
           05  W-EXP-ABERTO            PIC S9(11)V9(02) VALUE ZEROS.
           05  W-EXP-CREDITO           PIC 9(11)V9(02) VALUE ZEROS.
           05  W-EXP-PERC              PIC 9(07)V9(01) VALUE ZEROS.
           05  W-EXP-RECEB-ABERTO      PIC X(01) VALUE "N".
           05  W-EXP-FIM-RECEB         PIC X(01) VALUE "N".
           05  W-EXP-CALCULADO         PIC X(01) VALUE "N".
           05  W-EXP-NOTAS-LIDAS       PIC 9(07) VALUE ZEROS.
           05  W-EXP-CLIENTES          PIC 9(07) VALUE ZEROS.
           05  W-EXP-ALERTAS           PIC 9(07) VALUE ZEROS.
           05  W-EXP-VEND-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-EXP-TOT-VEND          PIC 9(05) VALUE ZEROS.
           05  W-EXP-TOT-GERAL         PIC 9(05) VALUE ZEROS.
           05  W-EXP-SALDO-VEND        PIC 9(13)V9(02) VALUE ZEROS.
           05  W-EXP-SALDO-GERAL       PIC 9(13)V9(02) VALUE ZEROS.
           05  W-FIM-SORT              PIC X(01) VALUE "N".
           05  W-EXP-CLIENTES-ED       PIC ZZZZZZ9.
           05  W-EXP-ALERTAS-ED        PIC ZZZZZZ9.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(44) VALUE
              "Clientes com Credito no Limite ou com Saldo".
           05 FILLER               PIC X(16) VALUE
              " Vencido - Base ".
           05 W-CAB-DATA-BASE      PIC 99/99/9999.

       01  W-CAB-CRITERIO.
           05 FILLER               PIC X(43) VALUE
              "(80% ou mais do limite de credito, ou saldo".
           05 FILLER               PIC X(32) VALUE
              " em aberto com mais de 60 dias)".

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
           05 FILLER               PIC X(20) VALUE "Razao Social".
           05 FILLER               PIC X(14) VALUE "       Limite".
           05 FILLER               PIC X(14) VALUE "        Saldo".
           05 FILLER               PIC X(14) VALUE "     0-30 d".
           05 FILLER               PIC X(14) VALUE "    31-60 d".
           05 FILLER               PIC X(14) VALUE "    61-90 d".
           05 FILLER               PIC X(14) VALUE "  + de 90 d".
           05 FILLER               PIC X(06) VALUE " % Uso".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(08) VALUE "Alerta".

       01  W-DET-01.
           05 FILLER               PIC X(03).
           05 W-DET-CLIE           PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-RAZAO          PIC X(20).
           05 FILLER               PIC X(01).
           05 W-DET-LIMITE         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-DET-SALDO          PIC ZZ.ZZZ.ZZ9,99.
           05 W-DET-FAIXA-COL      OCCURS 4 TIMES.
               10 FILLER           PIC X(01).
               10 W-DET-FAIXA      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-DET-PERC           PIC ZZ9,9.
           05 FILLER               PIC X(02).
           05 W-DET-ALERTA         PIC X(08).

       01  W-ROD-VENDEDOR.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(12) VALUE "Clientes: ".
           05 W-RV-QTDE            PIC ZZZZ9.
           05 FILLER               PIC X(21)
              VALUE "   Saldo em aberto: ".
           05 W-RV-SALDO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-GERAL.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(12) VALUE "Total geral:".
           05 W-RG-QTDE            PIC ZZZZ9.
           05 FILLER               PIC X(21)
              VALUE "   Saldo em aberto: ".
           05 W-RG-SALDO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-SEM-ALERTA.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(50)
              VALUE "Nenhum cliente no limite ou com saldo vencido".

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
       01  S-TELA-EXPOSICAO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Data base (AAAAMMDD)..: "
                                       LINE 08 COL 10.
               10  S-EXP-DATA-BASE     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 35 PIC 9(08)
                                       USING W-EXP-DATA-BASE.
               10  VALUE  "(idade das notas contada ate esta data)"
                                       LINE 09 COL 35.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Notas lidas.:"  LINE 11 COL 10.
               10  S-NOTAS-LIDAS       LINE 11 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-EXP-NOTAS-LIDAS.
               10  VALUE  "Clientes....:"  LINE 13 COL 10.
               10  S-CLIENTES          LINE 13 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-EXP-CLIENTES.
               10  VALUE  "Em alerta...:"  LINE 15 COL 10.
               10  S-ALERTAS           LINE 15 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-EXP-ALERTAS.
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

           MOVE "Exposicao de Credito" TO W-MODULO
           MOVE WID-ARQ-REL-EXPOSICAO  TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Calcular <F5> Relatorio"
                                       TO W-STATUS

           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV             TO W-EXP-DATA-BASE

           IF  LK-PARAM                EQUAL "B"
               PERFORM 2000-CALCULAR-EXPOSICAO
               IF  W-EXP-CALCULADO     EQUAL "S"
                   PERFORM 4000-RELATORIO-EXPOSICAO
               END-IF
               GOBACK
           END-IF

           DISPLAY S-CLS
           DISPLAY S-TELA-EXPOSICAO
           ACCEPT S-EXP-DATA-BASE
           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               WHEN COB-SCR-F5
                   PERFORM 4000-RELATORIO-EXPOSICAO
                   MOVE "S"            TO W-VOLTAR
               WHEN OTHER
                   IF  W-EXP-DATA-BASE LESS 19000101
                       MOVE "Data base invalida, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                       MOVE "S"        TO W-VOLTAR
                   END-IF
           END-EVALUATE

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 2000-CALCULAR-EXPOSICAO
               IF  W-EXP-CALCULADO     EQUAL "S"
                   PERFORM 4000-RELATORIO-EXPOSICAO
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CALCULAR-EXPOSICAO         SECTION.
      *----------------------------------------------------------------*
      * Recalcula toda a exposicao: zera a posicao anterior, acumula
      * as notas por cliente e fecha saldo, percentual e alerta. O
      * limite do financeiro e preservado.
           MOVE "N"                    TO W-EXP-CALCULADO
           INITIALIZE W-CONTADORES
           MOVE ZEROS                  TO W-EXP-NOTAS-LIDAS
                                          W-EXP-CLIENTES
                                          W-EXP-ALERTAS
           COMPUTE W-EXP-INT-BASE =
                   FUNCTION INTEGER-OF-DATE(W-EXP-DATA-BASE)

           PERFORM 7173-ABRIR-ARQ-CREDITO
           IF  NOT FS-OK
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro abrir ARQ-CREDITO. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8100-AVISAR
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-TELA-CONTADOR
           END-IF

           PERFORM 2100-ZERAR-EXPOSICAO
           PERFORM 2200-ACUMULAR-NOTAS
           PERFORM 7179-FECHAR-ARQ-CREDITO

           PERFORM 7173-ABRIR-ARQ-CREDITO
           PERFORM 2400-FECHAR-POSICAO
           PERFORM 7179-FECHAR-ARQ-CREDITO
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           MOVE "S"                    TO W-EXP-CALCULADO

           MOVE "EXPOSICAO"            TO W-RESUMO-DIA-TIPO
           MOVE W-EXP-NOTAS-LIDAS      TO W-RESUMO-DIA-LIDOS
           MOVE W-EXP-CLIENTES         TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-TELA-CONTADOR
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ZERAR-EXPOSICAO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 7176-LER-PROX-ARQ-CREDITO
           PERFORM UNTIL NOT FS-OK
               MOVE ZEROS              TO CRED-DATA-CALCULO
                                          CRED-SALDO-ABERTO
                                          CRED-FAIXA-0-30
                                          CRED-FAIXA-31-60
                                          CRED-FAIXA-61-90
                                          CRED-FAIXA-90-MAIS
                                          CRED-CREDITOS
                                          CRED-PERC-USO
               MOVE SPACE              TO CRED-ALERTA
               REWRITE REG-ARQ-CREDITO
               PERFORM 7176-LER-PROX-ARQ-CREDITO
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-ACUMULAR-NOTAS             SECTION.
      *----------------------------------------------------------------*
      * Notas emitidas ate a data base. Sem arquivo de recebimentos
      * toda nota de venda fica em aberto pelo valor cheio.
           PERFORM 7971-ABRIR-INPUT-ARQ-NOTAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           OPEN INPUT ARQ-RECEBIMENTO
           IF  FS-OK
               MOVE "S"                TO W-EXP-RECEB-ABERTO
           ELSE
               MOVE "N"                TO W-EXP-RECEB-ABERTO
           END-IF

           PERFORM 7974-LER-PROX-ARQ-NOTAS
           PERFORM UNTIL NOT FS-OK
               ADD 1                   TO W-EXP-NOTAS-LIDAS
               PERFORM 2210-APURAR-NOTA
               PERFORM 7974-LER-PROX-ARQ-NOTAS
           END-PERFORM

           PERFORM 7979-FECHAR-ARQ-NOTAS
           IF  W-EXP-RECEB-ABERTO      EQUAL "S"
               PERFORM 7989-FECHAR-ARQ-RECEB
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-APURAR-NOTA                SECTION.
      *----------------------------------------------------------------*
      * Venda: valor menos os recebimentos da nota, na faixa da idade
      * da nota; pago a maior vira credito. Devolucao: credito.
           IF  NOTA-CLIE-CODIGO        EQUAL ZEROS OR
               NOTA-DATA-EMISSAO       LESS 19000101 OR
               NOTA-DATA-EMISSAO       GREATER W-EXP-DATA-BASE
               GO TO 2210-99-FIM
           END-IF

           MOVE ZEROS                  TO W-EXP-ABERTO
                                          W-EXP-CREDITO
                                          W-EXP-FX
           EVALUATE TRUE
               WHEN NOTA-VENDA
                   PERFORM 2220-SOMAR-RECEBIMENTOS
                   COMPUTE W-EXP-ABERTO = NOTA-VALOR - W-EXP-RECEBIDO
                   IF  W-EXP-ABERTO    LESS ZEROS
                       COMPUTE W-EXP-CREDITO = W-EXP-ABERTO * -1
                       MOVE ZEROS      TO W-EXP-ABERTO
                   END-IF
               WHEN NOTA-DEVOLUCAO
                   MOVE NOTA-VALOR     TO W-EXP-CREDITO
               WHEN OTHER
                   GO TO 2210-99-FIM
           END-EVALUATE

           IF  W-EXP-ABERTO            EQUAL ZEROS AND
               W-EXP-CREDITO           EQUAL ZEROS
               GO TO 2210-99-FIM
           END-IF

           IF  W-EXP-ABERTO            GREATER ZEROS
               COMPUTE W-EXP-DIAS = W-EXP-INT-BASE -
                       FUNCTION INTEGER-OF-DATE(NOTA-DATA-EMISSAO)
               EVALUATE TRUE
                   WHEN W-EXP-DIAS     NOT GREATER 30
                       MOVE 1          TO W-EXP-FX
                   WHEN W-EXP-DIAS     NOT GREATER 60
                       MOVE 2          TO W-EXP-FX
                   WHEN W-EXP-DIAS     NOT GREATER 90
                       MOVE 3          TO W-EXP-FX
                   WHEN OTHER
                       MOVE 4          TO W-EXP-FX
               END-EVALUATE
           END-IF

           MOVE NOTA-CLIE-CODIGO       TO CRED-CLIE-CODIGO
           PERFORM 7175-LER-ARQ-CREDITO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE NOTA-CLIE-CODIGO   TO CRED-CLIE-CODIGO
               PERFORM 7177-INICIAR-REG-CREDITO
           END-IF

           IF  W-EXP-FX                GREATER ZEROS
               ADD W-EXP-ABERTO        TO CRED-FAIXA(W-EXP-FX)
           END-IF
           ADD W-EXP-CREDITO           TO CRED-CREDITOS

           IF  W-REG-ENCONTRADO        EQUAL "N"
               WRITE REG-ARQ-CREDITO
           ELSE
               REWRITE REG-ARQ-CREDITO
           END-IF
           IF  NOT FS-OK
               ADD 1                   TO W-ERROS
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-SOMAR-RECEBIMENTOS         SECTION.
      *----------------------------------------------------------------*
      * Recebimentos da nota (RECEB-DOCUMENTO = numero da nota) pagos
      * ate a data base.
           MOVE ZEROS                  TO W-EXP-RECEBIDO
           IF  W-EXP-RECEB-ABERTO      NOT EQUAL "S"
               GO TO 2220-99-FIM
           END-IF

           MOVE NOTA-NUMERO            TO RECEB-DOCUMENTO
           MOVE ZEROS                  TO RECEB-SEQ
           MOVE "N"                    TO W-EXP-FIM-RECEB
           START ARQ-RECEBIMENTO KEY IS NOT LESS THAN RECEB-CHAVE
               INVALID KEY MOVE "S"    TO W-EXP-FIM-RECEB
           END-START

           PERFORM UNTIL W-EXP-FIM-RECEB EQUAL "S"
               READ ARQ-RECEBIMENTO NEXT
                   AT END MOVE "S"     TO W-EXP-FIM-RECEB
               END-READ
               IF  W-EXP-FIM-RECEB     EQUAL "N"
                   IF  RECEB-DOCUMENTO NOT EQUAL NOTA-NUMERO
                       MOVE "S"        TO W-EXP-FIM-RECEB
                   ELSE
                       IF  RECEB-DATA-PAGTO NOT GREATER
                           W-EXP-DATA-BASE
                           ADD RECEB-VALOR TO W-EXP-RECEBIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-FECHAR-POSICAO             SECTION.
      *----------------------------------------------------------------*
      * Abate os creditos da faixa mais antiga para a mais nova e
      * fecha saldo, percentual do limite e alerta de cada cliente.
           PERFORM 7176-LER-PROX-ARQ-CREDITO
           PERFORM UNTIL NOT FS-OK
               PERFORM 2410-FECHAR-CLIENTE
               REWRITE REG-ARQ-CREDITO
               IF  NOT FS-OK
                   ADD 1               TO W-ERROS
               END-IF
               PERFORM 7176-LER-PROX-ARQ-CREDITO
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-FECHAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-EXP-CLIENTES
           MOVE W-EXP-DATA-BASE        TO CRED-DATA-CALCULO

           PERFORM VARYING W-EXP-FX FROM 4 BY -1
                   UNTIL W-EXP-FX LESS 1 OR CRED-CREDITOS EQUAL ZEROS
               IF  CRED-FAIXA(W-EXP-FX) GREATER CRED-CREDITOS
                   SUBTRACT CRED-CREDITOS FROM CRED-FAIXA(W-EXP-FX)
                   MOVE ZEROS          TO CRED-CREDITOS
               ELSE
                   SUBTRACT CRED-FAIXA(W-EXP-FX) FROM CRED-CREDITOS
                   MOVE ZEROS          TO CRED-FAIXA(W-EXP-FX)
               END-IF
           END-PERFORM

           COMPUTE CRED-SALDO-ABERTO = CRED-FAIXA-0-30
                                     + CRED-FAIXA-31-60
                                     + CRED-FAIXA-61-90
                                     + CRED-FAIXA-90-MAIS

           MOVE ZEROS                  TO CRED-PERC-USO
           IF  CRED-LIMITE             GREATER ZEROS
               COMPUTE W-EXP-PERC ROUNDED =
                       CRED-SALDO-ABERTO * 100 / CRED-LIMITE
               IF  W-EXP-PERC          GREATER 999,9
                   MOVE 999,9          TO CRED-PERC-USO
               ELSE
                   MOVE W-EXP-PERC     TO CRED-PERC-USO
               END-IF
           END-IF

           MOVE SPACE                  TO CRED-ALERTA
           IF  CRED-LIMITE             GREATER ZEROS AND
               CRED-PERC-USO           NOT LESS 80
               MOVE "L"                TO CRED-ALERTA
           END-IF
           IF  CRED-FAIXA-61-90        GREATER ZEROS OR
               CRED-FAIXA-90-MAIS      GREATER ZEROS
               IF  CRED-ALERTA         EQUAL "L"
                   MOVE "D"            TO CRED-ALERTA
               ELSE
                   MOVE "A"            TO CRED-ALERTA
               END-IF
           END-IF
           IF  NOT CRED-SEM-ALERTA
               ADD 1                   TO W-EXP-ALERTAS
           END-IF.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-RELATORIO-EXPOSICAO        SECTION.
      *----------------------------------------------------------------*
      * Clientes em alerta agrupados pelo vendedor titular de
      * ARQ-DIST (um bloco por vendedor de cada linha de negocio).
           MOVE ZEROS                  TO W-EXP-TOT-GERAL
                                          W-EXP-SALDO-GERAL
                                          W-EXP-VEND-CORRENTE

           PERFORM 7174-ABRIR-INPUT-ARQ-CREDITO
           IF  NOT FS-OK
               MOVE "Exposicao ainda nao calculada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8100-AVISAR
               GO TO 4000-99-FIM
           END-IF
           PERFORM 7179-FECHAR-ARQ-CREDITO

           MOVE W-EXP-DATA-BASE        TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-CAB-DATA-BASE

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 4000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CRITERIO AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           SORT ARQ-SORT    ON ASCENDING KEY SORT-VEND
                                             SORT-CLIE
               INPUT PROCEDURE  IS 4100-INPUT-SORT
               OUTPUT PROCEDURE IS 4200-OUTPUT-SORT

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           IF  W-EXP-TOT-GERAL         EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-ALERTA AFTER 1
           ELSE
               MOVE W-EXP-TOT-GERAL    TO W-RG-QTDE
               MOVE W-EXP-SALDO-GERAL  TO W-RG-SALDO
               WRITE REG-ARQ-RELATO FROM W-ROD-GERAL AFTER 1
           END-IF
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE W-EXP-CLIENTES         TO W-EXP-CLIENTES-ED
           MOVE W-EXP-TOT-GERAL        TO W-EXP-ALERTAS-ED
           MOVE SPACES                 TO W-MSGERRO
           IF  W-EXP-CALCULADO         EQUAL "S"
               STRING "Exposicao: " W-EXP-CLIENTES-ED " clientes, "
                      W-EXP-ALERTAS-ED " na relacao, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
           ELSE
               STRING "Relatorio gravado, " W-EXP-ALERTAS-ED
                      " cliente(s) na relacao, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
           END-IF
           PERFORM 8100-AVISAR.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*

           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 4100-99-FIM
           END-IF
           PERFORM 7174-ABRIR-INPUT-ARQ-CREDITO

           PERFORM 7653-LER-PROX-ARQ-DIST
           PERFORM UNTIL NOT FS-OK
               PERFORM 4110-SELECIONAR-CLIENTE
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM

           PERFORM 7690-FECHAR-ARQ-DIST
           PERFORM 7179-FECHAR-ARQ-CREDITO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-SELECIONAR-CLIENTE         SECTION.
      *----------------------------------------------------------------*

           MOVE DIST-CLIE-CODIGO       TO CRED-CLIE-CODIGO
           PERFORM 7175-LER-ARQ-CREDITO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S" AND
               NOT CRED-SEM-ALERTA
               MOVE DIST-VEND-CODIGO   TO SORT-VEND
               MOVE DIST-CLIE-CODIGO   TO SORT-CLIE
               MOVE DIST-VEND-RAZAO-SOCIAL
                                       TO SORT-VEND-RAZAO
               MOVE DIST-CLIE-RAZAO-SOCIAL
                                       TO SORT-CLIE-RAZAO
               MOVE CRED-LIMITE        TO SORT-LIMITE
               MOVE CRED-SALDO-ABERTO  TO SORT-SALDO
               PERFORM VARYING W-EXP-FX FROM 1 BY 1
                       UNTIL W-EXP-FX GREATER 4
                   MOVE CRED-FAIXA(W-EXP-FX)
                                       TO SORT-FAIXA(W-EXP-FX)
               END-PERFORM
               MOVE CRED-PERC-USO      TO SORT-PERC-USO
               MOVE CRED-ALERTA        TO SORT-ALERTA
               RELEASE REG-SORT
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-VEND           NOT EQUAL W-EXP-VEND-CORRENTE
                   OR W-EXP-TOT-GERAL  EQUAL ZEROS
                   IF  W-EXP-TOT-GERAL GREATER ZEROS
                       PERFORM 4220-GRAVAR-ROD-VENDEDOR
                   END-IF
                   PERFORM 4210-GRAVAR-CAB-VENDEDOR
               END-IF
               PERFORM 4230-GRAVAR-LINHA-CLIENTE
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           IF  W-EXP-TOT-GERAL         GREATER ZEROS
               PERFORM 4220-GRAVAR-ROD-VENDEDOR
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4210-GRAVAR-CAB-VENDEDOR        SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-VEND              TO W-EXP-VEND-CORRENTE
                                          W-CAB-VEND
           MOVE SORT-VEND-RAZAO        TO W-CAB-VEND-NOME
           MOVE ZEROS                  TO W-EXP-TOT-VEND
                                          W-EXP-SALDO-VEND

           WRITE REG-ARQ-RELATO FROM W-CAB-VENDEDOR AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-02   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1.

      *----------------------------------------------------------------*
       4210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4220-GRAVAR-ROD-VENDEDOR        SECTION.
      *----------------------------------------------------------------*

           MOVE W-EXP-TOT-VEND         TO W-RV-QTDE
           MOVE W-EXP-SALDO-VEND       TO W-RV-SALDO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-VENDEDOR AFTER 1.

      *----------------------------------------------------------------*
       4220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4230-GRAVAR-LINHA-CLIENTE       SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-CLIE              TO W-DET-CLIE
           MOVE SORT-CLIE-RAZAO        TO W-DET-RAZAO
           MOVE SORT-LIMITE            TO W-DET-LIMITE
           MOVE SORT-SALDO             TO W-DET-SALDO
           PERFORM VARYING W-EXP-FX FROM 1 BY 1
                   UNTIL W-EXP-FX GREATER 4
               MOVE SORT-FAIXA(W-EXP-FX)
                                       TO W-DET-FAIXA(W-EXP-FX)
           END-PERFORM
           MOVE SORT-PERC-USO          TO W-DET-PERC
           EVALUATE SORT-ALERTA
               WHEN "L"
                   MOVE "Limite"       TO W-DET-ALERTA
               WHEN "A"
                   MOVE "Atraso"       TO W-DET-ALERTA
               WHEN OTHER
                   MOVE "Lim+Atr"      TO W-DET-ALERTA
           END-EVALUATE
           WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1

           ADD 1                       TO W-EXP-TOT-VEND
                                          W-EXP-TOT-GERAL
           ADD SORT-SALDO              TO W-EXP-SALDO-VEND
                                          W-EXP-SALDO-GERAL.

      *----------------------------------------------------------------*
       4230-99-FIM.                    EXIT.
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

      *----------------------------------------------------------------*
       8100-AVISAR                     SECTION.
      *----------------------------------------------------------------*
      * Mensagem na tela ou, no ciclo noturno, no log do job.
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC208P - " FUNCTION TRIM(W-MSGERRO)
               MOVE SPACES             TO W-MSGERRO
           ELSE
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo de notas fiscais
       COPY ".\copybooks\GCC117R.cpy".
      * Rotinas arquivo de recebimentos
       COPY ".\copybooks\GCC118R.cpy".
      * Rotinas limite e exposicao de credito
       COPY ".\copybooks\GCC208R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
