      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC183P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC183P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Conformidade do checklist do ponto de venda   *
      *                  por vendedor e cliente - a partir das         *
      *                  respostas gravadas nas visitas (GCC052P e     *
      *                  lote de campo GCC127P em ARQ-CHECK-RESP),     *
      *                  mostra a nota da ultima visita com checklist  *
      *                  (itens conformes / itens respondidos), a nota *
      *                  da visita anterior e os itens nao conformes   *
      *                  nas duas visitas seguidas (reincidentes), com *
      *                  a pergunta do cadastro. Fecha com a nota      *
      *                  media por vendedor e a geral.                 *
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
      * Checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181FC.cpy".
      * Respostas do checklist por visita
       COPY ".\copybooks\GCC182FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "CONFORMIDADE-SORT.TMP"
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
      * Checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181FD.cpy".
      * Respostas do checklist por visita
       COPY ".\copybooks\GCC182FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-VEND-CODIGO        PIC  9(007).
           05  SORT-CLIE-CODIGO        PIC  9(007).
           05  SORT-DATA               PIC  9(008).
           05  SORT-ITEM               PIC  9(002).
           05  SORT-SEGMENTO           PIC  X(001).
           05  SORT-CONFORMIDADE       PIC  X(001).
               88  SORT-CONFORME       VALUE "S".

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Tabela do checklist ativo do segmento
       COPY ".\copybooks\GCC181W.cpy".

       01  W-CAMPOS-CONFORMIDADE.
           05  W-CFR-VEND-FILTRO       PIC 9(07) VALUE ZEROS.
           05  W-CFR-TEM-CHECKLIST     PIC X(01) VALUE "N".
           05  W-FIM-SORT              PIC X(01) VALUE "N".
      * Quebra corrente do relatorio.
           05  W-CFR-VEND-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-CFR-CLIE-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-CFR-DATA-CORRENTE     PIC 9(08) VALUE ZEROS.
           05  W-CFR-SUB               PIC 9(04) COMP VALUE ZEROS.
      * Cliente corrente: visitas com checklist em ordem da mais
      * recente (1 = ultima, 2 = anterior) e as respostas de cada uma.
           05  W-CFR-SEQ-VISITA        PIC 9(04) VALUE ZEROS.
           05  W-CFR-SEGMENTO          PIC X(01) VALUE SPACE.
           05  W-CFR-DATA-ULT          PIC 9(08) VALUE ZEROS.
           05  W-CFR-RESP-ULT          PIC 9(03) VALUE ZEROS.
           05  W-CFR-CONF-ULT          PIC 9(03) VALUE ZEROS.
           05  W-CFR-NOTA-ULT          PIC 9(03)V9(01) VALUE ZEROS.
           05  W-CFR-DATA-ANT          PIC 9(08) VALUE ZEROS.
           05  W-CFR-RESP-ANT          PIC 9(03) VALUE ZEROS.
           05  W-CFR-CONF-ANT          PIC 9(03) VALUE ZEROS.
           05  W-CFR-NOTA-ANT          PIC 9(03)V9(01) VALUE ZEROS.
           05  W-CFR-REINCIDENTES      PIC 9(03) VALUE ZEROS.

      * Itens nao conformes do cliente corrente, indexados pelo
      * numero do item: na ultima visita e na anterior.
       01  W-TAB-FALHA-CHECK.
           05  W-FLH-ITEM              OCCURS 99 TIMES.
               10  W-FLH-ULTIMA        PIC X(01).
               10  W-FLH-ANTERIOR      PIC X(01).

      * Acumuladores por nivel: 1 = vendedor, 2 = geral.
       01  W-TAB-ACUM-CONFORMIDADE.
           05  W-ACM-ITEM              OCCURS 2 TIMES.
               10  W-ACM-CLIENTES      PIC 9(07).
               10  W-ACM-SOMA-NOTAS    PIC 9(09)V9(01).
               10  W-ACM-REINCIDENTES  PIC 9(07).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".
           05  W-CFR-NOTA-MEDIA    PIC 9(03)V9(01) VALUE ZEROS.

       01  W-CAB-CAPA.
           05 FILLER               PIC X(45) VALUE
              "Conformidade do Checklist do Ponto de Venda ".
           05 FILLER               PIC X(11) VALUE
              "- vendedor ".
           05 W-CAB-VEND           PIC X(07).

       01  W-CAB-VEND-01.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 W-CBV-CODIGO         PIC 9(07).
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CBV-NOME           PIC X(40).

       01  W-CAB-02.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(08) VALUE "Cliente".
           05 FILLER               PIC X(42) VALUE "Razao social".
           05 FILLER               PIC X(03) VALUE "Sg".
           05 FILLER               PIC X(09) VALUE "Visita".
           05 FILLER               PIC X(04) VALUE "Resp".
           05 FILLER               PIC X(04) VALUE "Conf".
           05 FILLER               PIC X(07) VALUE " Nota".
           05 FILLER               PIC X(09) VALUE "Anterior".
           05 FILLER               PIC X(07) VALUE " N.ant".
           05 FILLER               PIC X(11) VALUE "Reincidente".

       01  W-DET-01.
           05 FILLER               PIC X(03).
           05 W-DET-CLIE           PIC 9(07).
           05 FILLER               PIC X(01).
           05 W-DET-RAZAO          PIC X(40).
           05 FILLER               PIC X(02).
           05 W-DET-SEGMENTO       PIC X(01).
           05 FILLER               PIC X(02).
           05 W-DET-DATA-ULT       PIC 9(08).
           05 FILLER               PIC X(01).
           05 W-DET-RESP           PIC ZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-CONF           PIC ZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-NOTA-ULT       PIC ZZ9,9.
           05 FILLER               PIC X(02).
           05 W-DET-DATA-ANT       PIC 9(08) BLANK WHEN ZERO.
           05 FILLER               PIC X(01).
           05 W-DET-NOTA-ANT       PIC ZZ9,9 BLANK WHEN ZERO.
           05 FILLER               PIC X(10).
           05 W-DET-REINCIDENTES   PIC ZZ9.

       01  W-DET-ITEM.
           05 FILLER               PIC X(14).
           05 FILLER               PIC X(05) VALUE "Item ".
           05 W-DIT-ITEM           PIC 9(02).
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-DIT-PERGUNTA       PIC X(50).
           05 FILLER               PIC X(30) VALUE
              "  nao conforme nas 2 ultimas".

       01  W-TOT-01.
           05 FILLER               PIC X(03).
           05 W-TOT-TITULO         PIC X(24).
           05 FILLER               PIC X(10) VALUE "clientes: ".
           05 W-TOT-CLIENTES       PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(15) VALUE "   nota media: ".
           05 W-TOT-NOTA           PIC ZZ9,9.
           05 FILLER               PIC X(31) VALUE
              "   clientes com reincidencia: ".
           05 W-TOT-REINCIDENTES   PIC Z.ZZZ.ZZ9.

       01  W-ROD-OBS.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(60) VALUE
              "Nota = itens conformes x 100 / itens respondidos; ".
           05 FILLER               PIC X(60) VALUE
              "reincidente = nao conforme na ultima e na anterior".

       01  W-ROD-SEM-RESPOSTAS.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhuma resposta de checklist registrada".

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
       01  S-TELA-CONFORMIDADE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor (zero = todos)....: "
                                       LINE 08 COL 10.
               10  S-CFR-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(07)
                                       USING W-CFR-VEND-FILTRO.
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

           MOVE "Conformidade Checklist PDV"
                                       TO W-MODULO
           MOVE WID-ARQ-REL-CHECK      TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           DISPLAY S-CLS
           DISPLAY S-TELA-CONFORMIDADE
           ACCEPT S-TELA-CONFORMIDADE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GOBACK
           END-IF

           IF  W-CFR-VEND-FILTRO       GREATER ZEROS
               MOVE W-CFR-VEND-FILTRO  TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    NOT EQUAL "S"
                   MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   GOBACK
               END-IF
           END-IF

           PERFORM 2000-PROCESSAR

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-TAB-ACUM-CONFORMIDADE
           IF  W-CFR-VEND-FILTRO       GREATER ZEROS
               MOVE W-CFR-VEND-FILTRO  TO W-CAB-VEND
           ELSE
               MOVE "todos"            TO W-CAB-VEND
           END-IF

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               GO TO 2000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-02   AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

      * Cadastro do checklist aberto durante a saida do sort, para a
      * pergunta dos itens reincidentes.
           OPEN INPUT ARQ-CHECKLIST
           IF  FS-OK
               MOVE "S"                TO W-CFR-TEM-CHECKLIST
           ELSE
               MOVE "N"                TO W-CFR-TEM-CHECKLIST
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           SORT ARQ-SORT    ON ASCENDING  KEY SORT-VEND-CODIGO
                                              SORT-CLIE-CODIGO
                            ON DESCENDING KEY SORT-DATA
                            ON ASCENDING  KEY SORT-ITEM
               INPUT PROCEDURE  IS 3000-INPUT-SORT
               OUTPUT PROCEDURE IS 4000-OUTPUT-SORT

           IF  W-CFR-TEM-CHECKLIST     EQUAL "S"
               PERFORM 7209-FECHAR-ARQ-CHECKLIST
           END-IF

           PERFORM 5000-GRAVAR-RESUMO

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*
      * Uma linha por resposta gravada (do vendedor escolhido, se
      * houver filtro). Sem ARQ-CHECK-RESP o relatorio sai vazio.
           OPEN INPUT ARQ-CHECK-RESP
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7303-LER-PROX-ARQ-CHECK-RESP
           PERFORM UNTIL NOT FS-OK
               IF  W-CFR-VEND-FILTRO   EQUAL ZEROS OR
                   W-CFR-VEND-FILTRO   EQUAL CKR-VEND-CODIGO
                   MOVE CKR-VEND-CODIGO    TO SORT-VEND-CODIGO
                   MOVE CKR-CLIE-CODIGO    TO SORT-CLIE-CODIGO
                   MOVE CKR-DATA           TO SORT-DATA
                   MOVE CKR-ITEM           TO SORT-ITEM
                   MOVE CKR-SEGMENTO       TO SORT-SEGMENTO
                   MOVE CKR-CONFORMIDADE   TO SORT-CONFORMIDADE
                   RELEASE REG-SORT
               END-IF
               PERFORM 7303-LER-PROX-ARQ-CHECK-RESP
           END-PERFORM
           PERFORM 7309-FECHAR-ARQ-CHECK-RESP
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Uma linha por cliente dentro do vendedor, com o total do
      * vendedor na troca de vendedor.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN
           IF  W-FIM-SORT              EQUAL "N"
               MOVE SORT-VEND-CODIGO   TO W-CFR-VEND-CORRENTE
               MOVE SORT-CLIE-CODIGO   TO W-CFR-CLIE-CORRENTE
               PERFORM 4050-GRAVAR-CAB-VENDEDOR
               PERFORM 4090-INICIAR-CLIENTE
           END-IF

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-VEND-CODIGO NOT EQUAL W-CFR-VEND-CORRENTE
                   PERFORM 4100-GRAVAR-LINHA-CLIENTE
                   PERFORM 4200-GRAVAR-TOTAL-VENDEDOR
                   MOVE SORT-VEND-CODIGO
                                       TO W-CFR-VEND-CORRENTE
                   PERFORM 4050-GRAVAR-CAB-VENDEDOR
                   PERFORM 4090-INICIAR-CLIENTE
               ELSE
                   IF  SORT-CLIE-CODIGO NOT EQUAL W-CFR-CLIE-CORRENTE
                       PERFORM 4100-GRAVAR-LINHA-CLIENTE
                       PERFORM 4090-INICIAR-CLIENTE
                   END-IF
               END-IF
               MOVE SORT-CLIE-CODIGO   TO W-CFR-CLIE-CORRENTE
               PERFORM 4300-ACUMULAR-RESPOSTA
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           IF  W-CFR-SEQ-VISITA        GREATER ZEROS
               PERFORM 4100-GRAVAR-LINHA-CLIENTE
               PERFORM 4200-GRAVAR-TOTAL-VENDEDOR
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4050-GRAVAR-CAB-VENDEDOR        SECTION.
      *----------------------------------------------------------------*

           MOVE W-CFR-VEND-CORRENTE    TO W-CBV-CODIGO
                                          VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-CBV-NOME
           ELSE
               MOVE "(vendedor nao cadastrado)"
                                       TO W-CBV-NOME
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           WRITE REG-ARQ-RELATO FROM W-CAB-VEND-01 AFTER 2.

      *----------------------------------------------------------------*
       4050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4090-INICIAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-TAB-FALHA-CHECK
           MOVE ZEROS                  TO W-CFR-SEQ-VISITA
                                          W-CFR-DATA-CORRENTE
                                          W-CFR-DATA-ULT
                                          W-CFR-RESP-ULT
                                          W-CFR-CONF-ULT
                                          W-CFR-NOTA-ULT
                                          W-CFR-DATA-ANT
                                          W-CFR-RESP-ANT
                                          W-CFR-CONF-ANT
                                          W-CFR-NOTA-ANT
                                          W-CFR-REINCIDENTES
           MOVE SPACE                  TO W-CFR-SEGMENTO.

      *----------------------------------------------------------------*
       4090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-LINHA-CLIENTE       SECTION.
      *----------------------------------------------------------------*
      * Nota da ultima visita e da anterior, itens reincidentes com a
      * pergunta do cadastro e acumulo no vendedor e no geral.
           IF  W-CFR-RESP-ULT          GREATER ZEROS
               COMPUTE W-CFR-NOTA-ULT ROUNDED =
                       W-CFR-CONF-ULT * 100 / W-CFR-RESP-ULT
           END-IF
           IF  W-CFR-RESP-ANT          GREATER ZEROS
               COMPUTE W-CFR-NOTA-ANT ROUNDED =
                       W-CFR-CONF-ANT * 100 / W-CFR-RESP-ANT
           END-IF

           MOVE ZEROS                  TO W-CFR-REINCIDENTES
           PERFORM VARYING W-CFR-SUB FROM 1 BY 1
                   UNTIL W-CFR-SUB GREATER 99
               IF  W-FLH-ULTIMA(W-CFR-SUB)   EQUAL "S" AND
                   W-FLH-ANTERIOR(W-CFR-SUB) EQUAL "S"
                   ADD 1               TO W-CFR-REINCIDENTES
               END-IF
           END-PERFORM

           MOVE W-CFR-CLIE-CORRENTE    TO W-DET-CLIE
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DET-RAZAO
           ELSE
               MOVE "(cliente nao cadastrado)"
                                       TO W-DET-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           MOVE W-CFR-SEGMENTO         TO W-DET-SEGMENTO
           MOVE W-CFR-DATA-ULT         TO W-DET-DATA-ULT
           MOVE W-CFR-RESP-ULT         TO W-DET-RESP
           MOVE W-CFR-CONF-ULT         TO W-DET-CONF
           MOVE W-CFR-NOTA-ULT         TO W-DET-NOTA-ULT
           MOVE W-CFR-DATA-ANT         TO W-DET-DATA-ANT
           MOVE W-CFR-NOTA-ANT         TO W-DET-NOTA-ANT
           MOVE W-CFR-REINCIDENTES     TO W-DET-REINCIDENTES
           WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1

           IF  W-CFR-REINCIDENTES      GREATER ZEROS
               PERFORM 4150-GRAVAR-REINCIDENTES
           END-IF

           PERFORM VARYING W-CFR-SUB FROM 1 BY 1
                   UNTIL W-CFR-SUB GREATER 2
               ADD 1                   TO W-ACM-CLIENTES(W-CFR-SUB)
               ADD W-CFR-NOTA-ULT      TO W-ACM-SOMA-NOTAS(W-CFR-SUB)
               IF  W-CFR-REINCIDENTES  GREATER ZEROS
                   ADD 1           TO W-ACM-REINCIDENTES(W-CFR-SUB)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4150-GRAVAR-REINCIDENTES        SECTION.
      *----------------------------------------------------------------*
      * Uma linha por item nao conforme nas duas ultimas visitas, com
      * a pergunta do checklist do segmento.
           PERFORM VARYING W-CFR-SUB FROM 1 BY 1
                   UNTIL W-CFR-SUB GREATER 99
               IF  W-FLH-ULTIMA(W-CFR-SUB)   EQUAL "S" AND
                   W-FLH-ANTERIOR(W-CFR-SUB) EQUAL "S"
                   MOVE W-CFR-SUB      TO W-DIT-ITEM
                   MOVE "(item fora do cadastro)"
                                       TO W-DIT-PERGUNTA
                   IF  W-CFR-TEM-CHECKLIST EQUAL "S"
                       MOVE W-CFR-SEGMENTO TO CKL-SEGMENTO
                       MOVE W-CFR-SUB  TO CKL-ITEM
                       PERFORM 7202-LER-ARQ-CHECKLIST-CHAVE
                       IF  W-REG-ENCONTRADO EQUAL "S"
                           MOVE CKL-PERGUNTA
                                       TO W-DIT-PERGUNTA
                       END-IF
                   END-IF
                   WRITE REG-ARQ-RELATO FROM W-DET-ITEM AFTER 1
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-GRAVAR-TOTAL-VENDEDOR      SECTION.
      *----------------------------------------------------------------*

           MOVE 1                      TO W-CFR-SUB
           MOVE "Total do vendedor -"  TO W-TOT-TITULO
           PERFORM 4500-MONTAR-TOTAL
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TOT-01   AFTER 1
           INITIALIZE W-ACM-ITEM(1).

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-ACUMULAR-RESPOSTA          SECTION.
      *----------------------------------------------------------------*
      * As respostas do cliente chegam da visita mais recente para a
      * mais antiga; so as duas primeiras datas entram na conta.
           IF  SORT-DATA           NOT EQUAL W-CFR-DATA-CORRENTE
               ADD 1                   TO W-CFR-SEQ-VISITA
               MOVE SORT-DATA          TO W-CFR-DATA-CORRENTE
               IF  W-CFR-SEQ-VISITA    EQUAL 1
                   MOVE SORT-DATA      TO W-CFR-DATA-ULT
                   MOVE SORT-SEGMENTO  TO W-CFR-SEGMENTO
               END-IF
               IF  W-CFR-SEQ-VISITA    EQUAL 2
                   MOVE SORT-DATA      TO W-CFR-DATA-ANT
               END-IF
           END-IF

           EVALUATE W-CFR-SEQ-VISITA
               WHEN 1
                   ADD 1               TO W-CFR-RESP-ULT
                   IF  SORT-CONFORME
                       ADD 1           TO W-CFR-CONF-ULT
                   ELSE
                       IF  SORT-ITEM   GREATER ZEROS
                           MOVE "S"    TO W-FLH-ULTIMA(SORT-ITEM)
                       END-IF
                   END-IF
               WHEN 2
                   ADD 1               TO W-CFR-RESP-ANT
                   IF  SORT-CONFORME
                       ADD 1           TO W-CFR-CONF-ANT
                   ELSE
                       IF  SORT-ITEM   GREATER ZEROS
                           MOVE "S"    TO W-FLH-ANTERIOR(SORT-ITEM)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-MONTAR-TOTAL               SECTION.
      *----------------------------------------------------------------*
      * Nota media = soma das notas da ultima visita / clientes do
      * nivel W-CFR-SUB.
           MOVE ZEROS                  TO W-CFR-NOTA-MEDIA
           IF  W-ACM-CLIENTES(W-CFR-SUB) GREATER ZEROS
               COMPUTE W-CFR-NOTA-MEDIA ROUNDED =
                       W-ACM-SOMA-NOTAS(W-CFR-SUB)
                     / W-ACM-CLIENTES(W-CFR-SUB)
           END-IF
           MOVE W-ACM-CLIENTES(W-CFR-SUB)
                                       TO W-TOT-CLIENTES
           MOVE W-CFR-NOTA-MEDIA       TO W-TOT-NOTA
           MOVE W-ACM-REINCIDENTES(W-CFR-SUB)
                                       TO W-TOT-REINCIDENTES.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           IF  W-ACM-CLIENTES(2)       EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-RESPOSTAS AFTER 1
               GO TO 5000-99-FIM
           END-IF

           MOVE 2                      TO W-CFR-SUB
           MOVE "Total geral -"        TO W-TOT-TITULO
           PERFORM 4500-MONTAR-TOTAL
           WRITE REG-ARQ-RELATO FROM W-TOT-01   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-OBS  AFTER 1.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181R.cpy".
      * Rotinas respostas do checklist por visita
       COPY ".\copybooks\GCC182R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
