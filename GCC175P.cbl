      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC175P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC175P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Relatorio diario das reclamacoes de clientes  *
      *                  (GCC174P) com prazo de atendimento vencido -  *
      *                  reclamacoes abertas ou em andamento cujo      *
      *                  prazo (SLA) ja passou na data base, agrupadas *
      *                  por supervisor da equipe do vendedor e, no    *
      *                  supervisor, por vendedor e prazo. Roda no     *
      *                  ciclo noturno (GCC099P) com a data movimento; *
      *                  sob demanda aceita a data base.               *
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
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Reclamacoes de clientes
       COPY ".\copybooks\GCC174FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "RECL-ATRASO-SORT.TMP"
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
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Reclamacoes de clientes
       COPY ".\copybooks\GCC174FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-SUPERV             PIC  9(007).
           05  SORT-VEND               PIC  9(007).
           05  SORT-DATA-LIMITE        PIC  9(008).
           05  SORT-CLIE               PIC  9(007).
           05  SORT-SEQ                PIC  9(005).
           05  SORT-DATA-ABERTURA      PIC  9(008).
           05  SORT-CATEGORIA          PIC  X(001).
           05  SORT-SITUACAO           PIC  X(001).
           05  SORT-DESCRICAO          PIC  X(060).

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
      * Campos validacao de supervisor
       COPY ".\copybooks\GCC059W.cpy".
      * Campos categorias de reclamacao e SLA
       COPY ".\copybooks\GCC174W.cpy".

       01  W-CAMPOS-ATRASO.
           05  W-RAT-DATA-BASE         PIC 9(08) VALUE ZEROS.
           05  W-RAT-INT-BASE          PIC 9(08) VALUE ZEROS.
           05  W-RAT-DIAS              PIC S9(07) VALUE ZEROS.
           05  W-RAT-SUPERV-CORRENTE   PIC 9(07) VALUE ZEROS.
           05  W-RAT-QTDE-SUPERV       PIC 9(05) VALUE ZEROS.
           05  W-RAT-QTDE-TOTAL        PIC 9(05) VALUE ZEROS.
           05  W-FIM-SORT              PIC X(01) VALUE "N".

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Reclamacoes de Clientes com Prazo Vencido - Base ".
           05 W-CAB-DATA-BASE      PIC 99/99/9999.

       01  W-CAB-SUPERV.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(12) VALUE "Supervisor: ".
           05 W-CAB-SUP            PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CAB-SUP-NOME       PIC X(40).

       01  W-CAB-02.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(07) VALUE "   Vend".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(07) VALUE "Cliente".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(25) VALUE "Razao Social".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(05) VALUE "   Nr".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(19) VALUE "Categoria".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Aberta".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Prazo".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(05) VALUE " Dias".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Situacao".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(22) VALUE "Descricao".

       01  W-DET-01.
           05 FILLER               PIC X(03).
           05 W-DET-VEND           PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-CLIE           PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-RAZAO          PIC X(25).
           05 FILLER               PIC X(01).
           05 W-DET-SEQ            PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-CATEGORIA      PIC X(19).
           05 FILLER               PIC X(01).
           05 W-DET-ABERTURA       PIC 99/99/9999.
           05 FILLER               PIC X(01).
           05 W-DET-LIMITE         PIC 99/99/9999.
           05 FILLER               PIC X(01).
           05 W-DET-ATRASO         PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-SITUACAO       PIC X(10).
           05 FILLER               PIC X(01).
           05 W-DET-DESCRICAO      PIC X(22).

       01  W-ROD-SUPERV.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(22)
              VALUE "Total do supervisor: ".
           05 W-ROD-QTDE-SUP       PIC ZZZZ9.
           05 FILLER               PIC X(20)
              VALUE " reclamacao(oes)".

       01  W-ROD-TOTAL.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(22)
              VALUE "Total geral.........: ".
           05 W-ROD-QTDE-TOTAL     PIC ZZZZ9.
           05 FILLER               PIC X(20)
              VALUE " reclamacao(oes)".

       01  W-ROD-SEM-ATRASO.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhuma reclamacao com prazo vencido".

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
       01  S-TELA-RECL-ATRASO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Data base (AAAAMMDD)..: "
                                       LINE 08 COL 10.
               10  S-RAT-DATA-BASE     BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 35 PIC 9(08)
                                       USING W-RAT-DATA-BASE.
               10  VALUE  "(reclamacoes pendentes com prazo anterior)"
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

           MOVE "Reclamacoes Atraso"   TO W-MODULO
           MOVE WID-ARQ-REL-RECL-ATR   TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV             TO W-RAT-DATA-BASE

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-CLS
               DISPLAY S-TELA-RECL-ATRASO
               ACCEPT S-RAT-DATA-BASE
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   IF  W-RAT-DATA-BASE LESS 19000101
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
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-RAT-QTDE-TOTAL
                                          W-RAT-QTDE-SUPERV
                                          W-RAT-SUPERV-CORRENTE
           COMPUTE W-RAT-INT-BASE =
                   FUNCTION INTEGER-OF-DATE(W-RAT-DATA-BASE)
           MOVE W-RAT-DATA-BASE        TO W-EDI-DATA
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

           SORT ARQ-SORT    ON ASCENDING KEY SORT-SUPERV
                                             SORT-VEND
                                             SORT-DATA-LIMITE
                                             SORT-CLIE
                                             SORT-SEQ
               INPUT PROCEDURE  IS 3000-INPUT-SORT
               OUTPUT PROCEDURE IS 4000-OUTPUT-SORT

           PERFORM 5000-GRAVAR-RESUMO

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC175P - Reclamacoes com prazo vencido: "
                       W-RAT-QTDE-TOTAL " reclamacao(oes) listada(s)"
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
      * Reclamacoes abertas ou em andamento com prazo anterior a
      * data base. O supervisor e o atual da equipe do vendedor da
      * reclamacao (zero = vendedor sem supervisor ou reclamacao sem
      * vendedor).
           OPEN INPUT ARQ-RECLAMACAO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7364-LER-PROX-ARQ-RECLAMACAO
           PERFORM UNTIL NOT FS-OK
               IF  RECL-PENDENTE
                   AND RECL-DATA-LIMITE GREATER ZEROS
                   AND RECL-DATA-LIMITE LESS W-RAT-DATA-BASE
                   MOVE ZEROS                TO SORT-SUPERV
                   IF  RECL-VEND-CODIGO      GREATER ZEROS
                       MOVE RECL-VEND-CODIGO TO VEND-CODIGO
                       PERFORM 7251-LER-ARQ-VEND-CODIGO
                       IF  W-REG-ENCONTRADO  EQUAL "S"
                           MOVE VEND-SUPERVISOR
                                             TO SORT-SUPERV
                       END-IF
                   END-IF
                   MOVE RECL-VEND-CODIGO     TO SORT-VEND
                   MOVE RECL-DATA-LIMITE     TO SORT-DATA-LIMITE
                   MOVE RECL-CLIE-CODIGO     TO SORT-CLIE
                   MOVE RECL-SEQ             TO SORT-SEQ
                   MOVE RECL-DATA-ABERTURA   TO SORT-DATA-ABERTURA
                   MOVE RECL-CATEGORIA       TO SORT-CATEGORIA
                   MOVE RECL-SITUACAO        TO SORT-SITUACAO
                   MOVE RECL-DESCRICAO       TO SORT-DESCRICAO
                   RELEASE REG-SORT
                   MOVE "00"                 TO WS-RESULTADO-ACESSO
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
      * Um bloco por supervisor, com as reclamacoes de cada vendedor
      * da equipe da mais atrasada para a menos atrasada.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-SUPERV         NOT EQUAL W-RAT-SUPERV-CORRENTE
                   OR W-RAT-QTDE-TOTAL EQUAL ZEROS
                   IF  W-RAT-QTDE-TOTAL GREATER ZEROS
                       PERFORM 4300-GRAVAR-TOTAL-SUPERV
                   END-IF
                   PERFORM 4100-GRAVAR-CAB-SUPERV
               END-IF
               PERFORM 4200-GRAVAR-LINHA-RECLAMACAO
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           IF  W-RAT-QTDE-TOTAL        GREATER ZEROS
               PERFORM 4300-GRAVAR-TOTAL-SUPERV
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-CAB-SUPERV          SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-SUPERV            TO W-RAT-SUPERV-CORRENTE
                                          W-CAB-SUP
                                          W-SUPERV-PROCURADO
           MOVE ZEROS                  TO W-RAT-QTDE-SUPERV
           IF  SORT-SUPERV             EQUAL ZEROS
               MOVE "(sem supervisor definido)"
                                       TO W-CAB-SUP-NOME
           ELSE
               PERFORM 7035-VALIDAR-SUPERVISOR
               IF  W-SUPERV-VALIDO     EQUAL "S"
                   MOVE W-SUPERV-NOME  TO W-CAB-SUP-NOME
               ELSE
                   MOVE "(supervisor nao cadastrado)"
                                       TO W-CAB-SUP-NOME
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           WRITE REG-ARQ-RELATO FROM W-CAB-SUPERV AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-02     AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2   AFTER 1.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-GRAVAR-LINHA-RECLAMACAO    SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-RAT-QTDE-SUPERV
                                          W-RAT-QTDE-TOTAL

           MOVE SORT-VEND              TO W-DET-VEND
           MOVE SORT-CLIE              TO W-DET-CLIE
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DET-RAZAO
           ELSE
               MOVE SPACES             TO W-DET-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE SORT-SEQ               TO W-DET-SEQ
           MOVE SPACES                 TO W-DET-CATEGORIA
           MOVE SORT-CATEGORIA         TO W-CRC-CATEGORIA
           PERFORM 6600-BUSCAR-CATEGORIA
           IF  W-CRC-ACHADA            GREATER ZEROS
               MOVE W-CRC-DESCRICAO(W-CRC-ACHADA)
                                       TO W-DET-CATEGORIA
           END-IF

           MOVE SORT-DATA-ABERTURA     TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-DET-ABERTURA
           MOVE SORT-DATA-LIMITE       TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-DET-LIMITE
           COMPUTE W-RAT-DIAS = W-RAT-INT-BASE
                 - FUNCTION INTEGER-OF-DATE(SORT-DATA-LIMITE)
           MOVE W-RAT-DIAS             TO W-DET-ATRASO

           IF  SORT-SITUACAO           EQUAL "E"
               MOVE "Andamento"        TO W-DET-SITUACAO
           ELSE
               MOVE "Aberta"           TO W-DET-SITUACAO
           END-IF
           MOVE SORT-DESCRICAO         TO W-DET-DESCRICAO

           WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-GRAVAR-TOTAL-SUPERV        SECTION.
      *----------------------------------------------------------------*

           MOVE W-RAT-QTDE-SUPERV      TO W-ROD-QTDE-SUP
           WRITE REG-ARQ-RELATO FROM W-ROD-SUPERV AFTER 1.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           IF  W-RAT-QTDE-TOTAL        EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-ATRASO AFTER 1
           ELSE
               MOVE W-RAT-QTDE-TOTAL   TO W-ROD-QTDE-TOTAL
               WRITE REG-ARQ-RELATO FROM W-ROD-TOTAL AFTER 1
           END-IF.

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
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
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
