      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC163P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC163P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Apuracao do override de supervisores - para   *
      *                  uma competencia, soma por VEND-SUPERVISOR o   *
      *                  faturamento comissionado da equipe (base      *
      *                  gravada pela apuracao oficial do GCC057P),    *
      *                  aplica o percentual de override em vigor      *
      *                  (GCC162P) e emite um demonstrativo por        *
      *                  supervisor mais o resumo geral. O valor vai   *
      *                  para o razao de liquidacao dos supervisores   *
      *                  (ARQ-LIQUIDACAO-SUP), aprovado no GCC103P e   *
      *                  enviado a folha pelo GCC136P como a comissao  *
      *                  dos vendedores.                               *
      *                  Supervisor da competencia pelo historico de   *
      *                  equipe do vendedor                            *
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
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Tabela de override de supervisores
       COPY ".\copybooks\GCC162FC.cpy".
      * Base comissionada por vendedor
       COPY ".\copybooks\GCC163FC.cpy".
      * Razao de liquidacao e ajustes (aqui, dos supervisores)
       COPY ".\copybooks\GCC103FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "OVERRIDE-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Tabela de override de supervisores
       COPY ".\copybooks\GCC162FD.cpy".
      * Base comissionada por vendedor
       COPY ".\copybooks\GCC163FD.cpy".
      * Razao de liquidacao e ajustes (aqui, dos supervisores)
       COPY ".\copybooks\GCC103FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-SUP-CODIGO         PIC  9(007).
           05  SORT-VEND-CODIGO        PIC  9(007).
           05  SORT-VEND-RAZAO         PIC  X(040).
           05  SORT-FATUR              PIC  9(013)V9(002).
           05  SORT-COMIS              PIC  9(013)V9(002).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos cadastro de supervisores
       COPY ".\copybooks\GCC059W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".

       01  W-APURACAO-OVERRIDE.
           05  W-OVE-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  W-OVE-PCT               PIC 9(02)V9(02) VALUE ZEROS.
           05  W-OVE-VIGENCIA          PIC 9(06) VALUE ZEROS.
           05  W-OVE-FATUR-EQUIPE      PIC 9(15)V9(02) VALUE ZEROS.
           05  W-OVE-COMIS-EQUIPE      PIC 9(15)V9(02) VALUE ZEROS.
           05  W-OVE-VALOR             PIC 9(13)V9(02) VALUE ZEROS.
           05  W-OVE-AJUSTES           PIC S9(13)V9(02) VALUE ZEROS.
           05  W-OVE-FINAL             PIC S9(13)V9(02) VALUE ZEROS.
           05  W-OVE-GERAL             PIC 9(15)V9(02) VALUE ZEROS.
           05  W-OVE-QTDE-SUP          PIC 9(05) VALUE ZEROS.
           05  W-OVE-QTDE-BASE         PIC 9(07) VALUE ZEROS.
           05  W-OVE-SEM-EQUIPE        PIC 9(07) VALUE ZEROS.
           05  W-SUP-CORRENTE          PIC 9(07) VALUE ZEROS.
           05  W-SUP-NOME-CORRENTE     PIC X(40) VALUE SPACES.
           05  W-TEM-DEMONSTRATIVO     PIC X(01) VALUE "N".
           05  W-FIM-SORT              PIC X(01) VALUE "N".

      * Percentual em vigor por supervisor na competencia apurada: a
      * maior vigencia nao posterior a ela (o arquivo e lido em ordem
      * de supervisor + vigencia, a ultima aplicavel prevalece).
       01  W-TAB-OVERRIDE.
           05  W-QTDE-TOV              PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-TOV               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-TOV-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-TOV-ITEM              OCCURS 2000 TIMES.
               10  W-TOV-SUP           PIC 9(007).
               10  W-TOV-VIGENCIA      PIC 9(006).
               10  W-TOV-PCT           PIC 9(002)V9(002).

      * Competencia recebida do orquestrador de fim de mes (GCC113P)
      * pela variavel de ambiente CARTEIRA_COMPETENCIA no modo batch.
       01  W-COMP-BATCH.
           05  W-COMP-BAT-TX           PIC X(06) VALUE SPACES.
           05  W-COMP-BAT-NUM REDEFINES W-COMP-BAT-TX
                                       PIC 9(06).

      * Totais por supervisor acumulados para o resumo geral.
       01  W-TAB-RESUMO.
           05  W-QTDE-RESUMO           PIC 9(04) VALUE ZEROS.
           05  W-SUB-RESUMO            PIC 9(04) VALUE ZEROS.
           05  W-RESUMO-ITEM           OCCURS 2000 TIMES.
               10  W-RES-SUP-CODIGO    PIC 9(07).
               10  W-RES-FATUR         PIC 9(15)V9(02).
               10  W-RES-PCT           PIC 9(02)V9(02).
               10  W-RES-VALOR         PIC 9(13)V9(02).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(46)
              VALUE "Demonstrativo de Override Supervisor - Comp. ".
           05 W-CAB-COMPETENCIA    PIC 9(06).

       01  W-CAB-SUP-01.
           05 FILLER               PIC X(18) VALUE "Supervisor.....: ".
           05 W-CAB-SUP-CODIGO     PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-CAB-SUP-NOME       PIC X(40).

       01  W-CAB-02.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(08) VALUE "Vendedor".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(40) VALUE "Razao Social".
           05 FILLER               PIC X(06).
           05 FILLER               PIC X(15) VALUE "Fatur. Comiss.".
           05 FILLER               PIC X(05).
           05 FILLER               PIC X(15) VALUE "Comissao".

       01  W-DET-01.
           05 FILLER               PIC X(01).
           05 W-DET-01-VEND        PIC ZZZZZZ9.
           05 FILLER               PIC X(03).
           05 W-DET-01-RAZAO       PIC X(40).
           05 FILLER               PIC X(03).
           05 W-DET-01-FATUR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03).
           05 W-DET-01-COMIS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-01.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Faturamento da equipe    : ".
           05 W-ROD-FATUR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-02.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Override (%) / vigencia  : ".
           05 W-ROD-PCT            PIC Z9,99.
           05 FILLER               PIC X(03) VALUE " / ".
           05 W-ROD-VIGENCIA       PIC 9(06).

       01  W-ROD-03.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Override apurado         : ".
           05 W-ROD-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-04.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Ajustes aprovados        : ".
           05 W-ROD-AJUSTES        PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-05.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Valor final a pagar      : ".
           05 W-ROD-FINAL          PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-SEM-OVERRIDE.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(60)
              VALUE "  Sem override em vigor na competencia - nada a pa
      -             "gar".

       01  W-RES-CAB.
           05 FILLER               PIC X(40)
              VALUE "Resumo Geral do Override de Supervisores".

       01  W-RES-CAB-02.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Supervisor".
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(15) VALUE "Fatur. Equipe".
           05 FILLER               PIC X(05).
           05 FILLER               PIC X(06) VALUE "Pct".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(15) VALUE "Override".

       01  W-RES-DET.
           05 FILLER               PIC X(01).
           05 W-RES-DET-SUP        PIC ZZZZZZ9.
           05 FILLER               PIC X(02).
           05 W-RES-DET-FATUR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03).
           05 W-RES-DET-PCT        PIC Z9,99.
           05 FILLER               PIC X(03).
           05 W-RES-DET-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-RES-TOT.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Total geral override     : ".
           05 W-RES-TOT-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
       01  S-TELA-OVERRIDE.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Competencia (AAAAMM).......: "
                                       LINE 08 COL 10.
               10  S-OVE-COMP          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(06)
                                       USING W-OVE-COMPETENCIA.
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

      * O razao e os ajustes usados aqui sao os dos supervisores.
           MOVE WID-ARQ-LIQUID-SUP     TO WID-ARQ-LIQUID
           MOVE WID-ARQ-AJUSTE-SUP     TO WID-ARQ-AJUSTE-COM

           MOVE "Override Supervisor"  TO W-MODULO
           MOVE WID-ARQ-REL-OVERRIDE   TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           IF  LK-PARAM                EQUAL "B"
               PERFORM 1200-OBTER-COMPETENCIA-BAT
           ELSE
               DISPLAY S-CLS
               DISPLAY S-TELA-OVERRIDE
               ACCEPT S-OVE-COMP
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   IF  W-OVE-COMPETENCIA EQUAL ZEROS
                       MOVE "Competencia obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                       MOVE "S"        TO W-VOLTAR
                   END-IF
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 1100-CARREGAR-OVERRIDE
               PERFORM 2000-PROCESSAR
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-CARREGAR-OVERRIDE          SECTION.
      *----------------------------------------------------------------*
      * Carrega, para cada supervisor, o percentual da maior vigencia
      * nao posterior a competencia apurada; vigencias futuras ficam
      * registradas sem afetar a apuracao corrente.
           MOVE ZEROS                  TO W-QTDE-TOV

           OPEN INPUT ARQ-OVERRIDE-SUP
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 1100-99-FIM
           END-IF

           PERFORM 7864-LER-PROX-ARQ-OVERRIDE-SUP
           PERFORM UNTIL NOT FS-OK
               IF  OVR-VIGENCIA        NOT GREATER W-OVE-COMPETENCIA
                   PERFORM 1110-GUARDAR-OVERRIDE
               END-IF
               PERFORM 7864-LER-PROX-ARQ-OVERRIDE-SUP
           END-PERFORM

           PERFORM 7869-FECHAR-ARQ-OVERRIDE-SUP
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-GUARDAR-OVERRIDE           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-TOV-ACHADO
           PERFORM VARYING W-SUB-TOV FROM 1 BY 1
                   UNTIL W-SUB-TOV GREATER W-QTDE-TOV
                      OR W-SUB-TOV-ACHADO GREATER ZEROS
               IF  W-TOV-SUP(W-SUB-TOV) EQUAL OVR-SUP-CODIGO
                   MOVE W-SUB-TOV      TO W-SUB-TOV-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-TOV-ACHADO        EQUAL ZEROS
               IF  W-QTDE-TOV          EQUAL 2000
                   GO TO 1110-99-FIM
               END-IF
               ADD 1                   TO W-QTDE-TOV
               MOVE W-QTDE-TOV         TO W-SUB-TOV-ACHADO
               MOVE OVR-SUP-CODIGO     TO W-TOV-SUP(W-QTDE-TOV)
               MOVE ZEROS              TO W-TOV-VIGENCIA(W-QTDE-TOV)
           END-IF

           IF  OVR-VIGENCIA NOT LESS W-TOV-VIGENCIA(W-SUB-TOV-ACHADO)
               MOVE OVR-VIGENCIA
                    TO W-TOV-VIGENCIA(W-SUB-TOV-ACHADO)
               MOVE OVR-PCT        TO W-TOV-PCT(W-SUB-TOV-ACHADO)
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
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
               MOVE W-COMP-BAT-NUM     TO W-OVE-COMPETENCIA
           ELSE
               DISPLAY "GCC163P - CARTEIRA_COMPETENCIA ausente ou "
                       "invalida - override nao apurado"
               MOVE "S"                TO W-VOLTAR
               MOVE 8                  TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-TAB-RESUMO
           MOVE ZEROS                  TO W-OVE-GERAL
                                          W-OVE-QTDE-SUP
                                          W-OVE-QTDE-BASE
                                          W-OVE-SEM-EQUIPE
           MOVE "N"                    TO W-TEM-DEMONSTRATIVO
           MOVE ALL "="                TO W-TRACOS-1
           MOVE ALL "-"                TO W-TRACOS-2

           SORT ARQ-SORT    ON ASCENDING KEY SORT-SUP-CODIGO
                                             SORT-VEND-CODIGO
               INPUT PROCEDURE  IS 2100-INPUT-SORT
               OUTPUT PROCEDURE IS 2200-OUTPUT-SORT.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*
      * Le a base comissionada da competencia e entrega cada vendedor
      * ao sort sob o supervisor atual dele; vendedor sem supervisor
      * (ou fora do cadastro) nao gera override para ninguem.
           OPEN INPUT ARQ-COMIS-BASE
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2100-99-FIM
           END-IF

           PERFORM 7884-LER-PROX-ARQ-COMIS-BASE
           PERFORM UNTIL NOT FS-OK
               IF  CBAS-COMPETENCIA    EQUAL W-OVE-COMPETENCIA
                   ADD 1               TO W-OVE-QTDE-BASE
                   PERFORM 2110-LIBERAR-VENDEDOR
               END-IF
               PERFORM 7884-LER-PROX-ARQ-COMIS-BASE
           END-PERFORM

           PERFORM 7889-FECHAR-ARQ-COMIS-BASE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-LIBERAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      * Supervisor da competencia: o do historico de equipe no fim do
      * mes; sem historico, o do cadastro.
           MOVE CBAS-VEND-CODIGO       TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               ADD 1                   TO W-OVE-SEM-EQUIPE
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2110-99-FIM
           END-IF

           MOVE VEND-CODIGO            TO W-HEQ-VEND
           COMPUTE W-HEQ-DATA-REF = W-OVE-COMPETENCIA * 100 + 31
           MOVE ZEROS                  TO W-HEQ-SUPERV
           IF  VEND-SUPERVISOR         NUMERIC
               MOVE VEND-SUPERVISOR    TO W-HEQ-SUPERV
           END-IF
           MOVE VEND-TERRITORIO        TO W-HEQ-TERRIT
           PERFORM 7920-OBTER-EQUIPE-NA-DATA
           IF  W-HEQ-SUPERV            EQUAL ZEROS
               ADD 1                   TO W-OVE-SEM-EQUIPE
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2110-99-FIM
           END-IF

           MOVE W-HEQ-SUPERV           TO SORT-SUP-CODIGO
           MOVE CBAS-VEND-CODIGO       TO SORT-VEND-CODIGO
           MOVE VEND-RAZAO-SOCIAL      TO SORT-VEND-RAZAO
           MOVE CBAS-FATUR             TO SORT-FATUR
           MOVE CBAS-COMIS             TO SORT-COMIS
           RELEASE REG-SORT
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN

           IF  W-FIM-SORT              EQUAL "S"
               IF  LK-PARAM            EQUAL "B"
                   DISPLAY "GCC163P - Sem base comissionada da "
                           "competencia " W-OVE-COMPETENCIA
                           " - rode a apuracao de comissoes antes"
               ELSE
                   MOVE "Sem base comissionada na competencia, rode o GC
      -                 "C057P antes, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 2200-99-FIM
           END-IF

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2200-99-FIM
           END-IF

           PERFORM 2210-ABRIR-DEMONSTRATIVO
           PERFORM 2220-APURAR-VENDEDOR
                   UNTIL W-FIM-SORT EQUAL "S"
           PERFORM 4320-FECHAR-DEMONSTRATIVO
           PERFORM 4330-GRAVAR-RESUMO-GERAL
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC163P - Override apurado: " W-OVE-QTDE-SUP
                       " supervisores, competencia " W-OVE-COMPETENCIA
           ELSE
               MOVE "Apuracao do override concluida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-ABRIR-DEMONSTRATIVO        SECTION.
      *----------------------------------------------------------------*
      * Inicia o demonstrativo do supervisor do registro corrente do
      * sort, com o percentual em vigor para ele.
           MOVE SORT-SUP-CODIGO        TO W-SUP-CORRENTE
           MOVE SORT-SUP-CODIGO        TO W-SUPERV-PROCURADO
           PERFORM 7035-VALIDAR-SUPERVISOR
           MOVE W-SUPERV-NOME          TO W-SUP-NOME-CORRENTE
           MOVE ZEROS                  TO W-OVE-FATUR-EQUIPE
                                          W-OVE-COMIS-EQUIPE
                                          W-OVE-PCT
                                          W-OVE-VIGENCIA

           PERFORM VARYING W-SUB-TOV FROM 1 BY 1
                   UNTIL W-SUB-TOV GREATER W-QTDE-TOV
               IF  W-TOV-SUP(W-SUB-TOV) EQUAL W-SUP-CORRENTE
                   MOVE W-TOV-PCT(W-SUB-TOV)
                                       TO W-OVE-PCT
                   MOVE W-TOV-VIGENCIA(W-SUB-TOV)
                                       TO W-OVE-VIGENCIA
               END-IF
           END-PERFORM

           PERFORM 4310-GRAVAR-CAB-SUPERVISOR.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-APURAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      * Quebra por supervisor: ao mudar o codigo, fecha o demonstrativo
      * anterior e abre o do novo; em seguida lanca o vendedor da
      * equipe com o faturamento comissionado dele.
           IF  SORT-SUP-CODIGO         NOT EQUAL W-SUP-CORRENTE
               PERFORM 4320-FECHAR-DEMONSTRATIVO
               PERFORM 2210-ABRIR-DEMONSTRATIVO
           END-IF

           ADD  SORT-FATUR             TO W-OVE-FATUR-EQUIPE
           ADD  SORT-COMIS             TO W-OVE-COMIS-EQUIPE

           MOVE SORT-VEND-CODIGO       TO W-DET-01-VEND
           MOVE SORT-VEND-RAZAO        TO W-DET-01-RAZAO
           MOVE SORT-FATUR             TO W-DET-01-FATUR
           MOVE SORT-COMIS             TO W-DET-01-COMIS
           WRITE REG-ARQ-RELATO        FROM W-DET-01 AFTER 1

           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      *----------------------------------------------------------------*
       4310-GRAVAR-CAB-SUPERVISOR      SECTION.
      *----------------------------------------------------------------*

           MOVE  W-OVE-COMPETENCIA     TO W-CAB-COMPETENCIA
           MOVE  W-SUP-CORRENTE        TO W-CAB-SUP-CODIGO
           MOVE  W-SUP-NOME-CORRENTE   TO W-CAB-SUP-NOME

           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 2
           WRITE REG-ARQ-RELATO  FROM W-CAB-CAPA    AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-CAB-SUP-01  AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2    AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-CAB-02      AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2    AFTER 1

           MOVE "S"                    TO W-TEM-DEMONSTRATIVO.

      *----------------------------------------------------------------*
       4310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4320-FECHAR-DEMONSTRATIVO       SECTION.
      *----------------------------------------------------------------*
      * Fecha o demonstrativo do supervisor corrente: aplica o
      * percentual de override sobre o faturamento da equipe, soma os
      * ajustes manuais e grava o razao. Supervisor sem override em
      * vigor tem o demonstrativo emitido so para conferencia.
           IF  W-TEM-DEMONSTRATIVO     NOT EQUAL "S"
               GO TO 4320-99-FIM
           END-IF
           MOVE "N"                    TO W-TEM-DEMONSTRATIVO

           MOVE W-OVE-FATUR-EQUIPE     TO W-ROD-FATUR
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-ROD-01   AFTER 1

           IF  W-OVE-PCT               EQUAL ZEROS
               WRITE REG-ARQ-RELATO  FROM W-ROD-SEM-OVERRIDE AFTER 1
               GO TO 4320-99-FIM
           END-IF

           COMPUTE W-OVE-VALOR ROUNDED =
                   W-OVE-FATUR-EQUIPE * W-OVE-PCT / 100
           PERFORM 5610-SOMAR-AJUSTES
           COMPUTE W-OVE-FINAL = W-OVE-VALOR + W-OVE-AJUSTES

           MOVE W-OVE-PCT              TO W-ROD-PCT
           MOVE W-OVE-VIGENCIA         TO W-ROD-VIGENCIA
           MOVE W-OVE-VALOR            TO W-ROD-VALOR
           MOVE W-OVE-AJUSTES          TO W-ROD-AJUSTES
           MOVE W-OVE-FINAL            TO W-ROD-FINAL
           WRITE REG-ARQ-RELATO  FROM W-ROD-02   AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-ROD-03   AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-ROD-04   AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-ROD-05   AFTER 1
           PERFORM 5620-ATUALIZAR-LIQUIDACAO

           ADD  W-OVE-VALOR            TO W-OVE-GERAL
           ADD  1                      TO W-OVE-QTDE-SUP
           IF  W-QTDE-RESUMO           LESS 2000
               ADD 1                   TO W-QTDE-RESUMO
               MOVE W-SUP-CORRENTE
                    TO W-RES-SUP-CODIGO(W-QTDE-RESUMO)
               MOVE W-OVE-FATUR-EQUIPE
                    TO W-RES-FATUR(W-QTDE-RESUMO)
               MOVE W-OVE-PCT
                    TO W-RES-PCT(W-QTDE-RESUMO)
               MOVE W-OVE-VALOR
                    TO W-RES-VALOR(W-QTDE-RESUMO)
           END-IF.

      *----------------------------------------------------------------*
       4320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4330-GRAVAR-RESUMO-GERAL        SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 2
           WRITE REG-ARQ-RELATO  FROM W-RES-CAB     AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-RES-CAB-02  AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2    AFTER 1

           PERFORM VARYING W-SUB-RESUMO FROM 1 BY 1
                   UNTIL W-SUB-RESUMO GREATER W-QTDE-RESUMO
               MOVE W-RES-SUP-CODIGO(W-SUB-RESUMO)
                                       TO W-RES-DET-SUP
               MOVE W-RES-FATUR(W-SUB-RESUMO)
                                       TO W-RES-DET-FATUR
               MOVE W-RES-PCT(W-SUB-RESUMO)
                                       TO W-RES-DET-PCT
               MOVE W-RES-VALOR(W-SUB-RESUMO)
                                       TO W-RES-DET-VALOR
               WRITE REG-ARQ-RELATO  FROM W-RES-DET AFTER 1
           END-PERFORM

           MOVE W-OVE-GERAL            TO W-RES-TOT-VALOR
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2    AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-RES-TOT     AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 1.

      *----------------------------------------------------------------*
       4330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5610-SOMAR-AJUSTES              SECTION.
      *----------------------------------------------------------------*
      * Soma os lancamentos manuais de ajuste (GCC103P, razao dos
      * supervisores) do supervisor corrente na competencia apurada.
           MOVE ZEROS                  TO W-OVE-AJUSTES

           PERFORM 7430-ABRIR-ARQ-AJUSTE
           IF  NOT FS-OK
               GO TO 5610-99-FIM
           END-IF

           INITIALIZE AJU-CHAVE
           MOVE W-SUP-CORRENTE         TO AJU-VEND-CODIGO
           MOVE W-OVE-COMPETENCIA      TO AJU-COMPETENCIA
           PERFORM 7435-START-ARQ-AJUSTE-ASC
           IF  FS-OK
               PERFORM 7434-LER-PROX-ARQ-AJUSTE
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR AJU-VEND-CODIGO NOT EQUAL W-SUP-CORRENTE
                      OR AJU-COMPETENCIA NOT EQUAL W-OVE-COMPETENCIA
               ADD AJU-VALOR           TO W-OVE-AJUSTES
               PERFORM 7434-LER-PROX-ARQ-AJUSTE
           END-PERFORM

           PERFORM 7439-FECHAR-ARQ-AJUSTE.

      *----------------------------------------------------------------*
       5610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5620-ATUALIZAR-LIQUIDACAO       SECTION.
      *----------------------------------------------------------------*
      * Grava no razao dos supervisores o override calculado e o
      * final (calculado + ajustes), com a mesma regra do razao dos
      * vendedores: lancamento ja aprovado ou pago nao e regravado.
           PERFORM 7420-ABRIR-ARQ-LIQUID
           IF  NOT FS-OK
               GO TO 5620-99-FIM
           END-IF

           MOVE W-SUP-CORRENTE         TO LIQ-VEND-CODIGO
           MOVE W-OVE-COMPETENCIA      TO LIQ-COMPETENCIA
           PERFORM 7423-LER-ARQ-LIQUID-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               IF  LIQ-ABERTA
                   MOVE W-OVE-VALOR    TO LIQ-VALOR-CALCULADO
                   MOVE W-OVE-AJUSTES  TO LIQ-VALOR-AJUSTES
                   MOVE W-OVE-FINAL    TO LIQ-VALOR-FINAL
                   ACCEPT LIQ-DATA-CALCULO FROM DATE YYYYMMDD
                   MOVE W-OPERADOR     TO LIQ-OPERADOR
                   PERFORM 7427-REGRAVAR-ARQ-LIQUID
               END-IF
           ELSE
               INITIALIZE REG-ARQ-LIQUID
               MOVE W-SUP-CORRENTE     TO LIQ-VEND-CODIGO
               MOVE W-OVE-COMPETENCIA  TO LIQ-COMPETENCIA
               MOVE W-OVE-VALOR        TO LIQ-VALOR-CALCULADO
               MOVE W-OVE-AJUSTES      TO LIQ-VALOR-AJUSTES
               MOVE W-OVE-FINAL        TO LIQ-VALOR-FINAL
               SET LIQ-ABERTA          TO TRUE
               ACCEPT LIQ-DATA-CALCULO FROM DATE YYYYMMDD
               MOVE ZEROS              TO LIQ-DATA-PAGAMENTO
               MOVE W-OPERADOR         TO LIQ-OPERADOR
               PERFORM 7426-GRAVAR-ARQ-LIQUID
           END-IF

           PERFORM 7429-FECHAR-ARQ-LIQUID.

      *----------------------------------------------------------------*
       5620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas tabela de override de supervisores
       COPY ".\copybooks\GCC162R.cpy".
      * Rotinas base comissionada por vendedor
       COPY ".\copybooks\GCC163R.cpy".
      * Rotinas da liquidacao de comissoes
       COPY ".\copybooks\GCC103R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
