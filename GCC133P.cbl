      *                  realizadas x planejadas, comissao apurada e   *
      *                  clientes ganhos/perdidos no ano (HIST-ATRIB); *
      *                  a conversa de avaliacao anual num documento.  *
      *                  Supervisor e territorio de cada mes pelo      *
      *                  historico de equipe do vendedor. Em modo      *
      *                  batch (fila de relatorios, GCC204P) o ano e o *
      *                  vendedor vem de CARTEIRA_ANO e                *
      *                  CARTEIRA_VENDEDOR.                            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC103FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".

      * Arquivo de fechamentos (posicao congelada por competencia)
       SELECT ARQ-FECHAMENTO       ASSIGN TO  WID-ARQ-FECHAMENTO
       COPY ".\copybooks\GCC103FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".

      * Fechamentos: linhas "V" (competencia;vendedor;qtde) trazem a
      * carteira congelada de cada mes.
           02 HATR-DISTANCIA-M         PIC  9(010).
           02 FILLER                   PIC  X(001).
           02 HATR-ORIGEM              PIC  X(008).
           02 FILLER                   PIC  X(001).
           02 HATR-LINHA               PIC  9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".

       01  W-FILTROS-DOSSIE.
           05  W-DOS-ANO               PIC 9(04) VALUE ZEROS.
           05  W-DOS-VEND-FILTRO       PIC 9(07) VALUE ZEROS.

      * Parametros do modo batch lidos do ambiente
       01  W-DOSSIE-BATCH.
           05  W-DOS-BAT-ANO-TX        PIC X(04) VALUE SPACES.
           05  W-DOS-BAT-ANO-NUM REDEFINES W-DOS-BAT-ANO-TX
                                       PIC 9(04).
           05  W-DOS-BAT-VEND-TX       PIC X(07) VALUE SPACES.
           05  W-DOS-BAT-VEND-NUM REDEFINES W-DOS-BAT-VEND-TX
                                       PIC 9(07).
           05  W-DOS-BAT-DATA          PIC 9(08) VALUE ZEROS.

       01  W-CAMPOS-DOSSIE.
           05  W-DOS-VEND-CORR         PIC 9(07) VALUE ZEROS.
           05  W-DOS-VEND-RAZAO        PIC X(40) VALUE SPACES.
           05  W-DOS-VEND-SUPERV       PIC 9(07) VALUE ZEROS.
           05  W-DOS-VEND-TERRIT       PIC X(05) VALUE SPACES.
           05  W-DOS-MES               PIC 9(02) VALUE ZEROS.
           05  W-DOS-COMP              PIC 9(06) VALUE ZEROS.
           05  FILLER REDEFINES W-DOS-COMP.
               10  W-MES-VISITAS       PIC 9(005).
               10  W-MES-PLANEJADAS    PIC 9(005).
               10  W-MES-COMISSAO      PIC 9(013)V9(002).
               10  W-MES-SUPERV        PIC 9(007).
               10  W-MES-TERRIT        PIC X(005).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05 FILLER               PIC X(09) VALUE "Visitas".
           05 FILLER               PIC X(11) VALUE "Planejadas".
           05 FILLER               PIC X(18) VALUE "    Comissao".
           05 FILLER               PIC X(06) VALUE "Superv".
           05 FILLER               PIC X(05) VALUE "Terr.".

       01  W-LIN-MES.
           05 W-LM-MES             PIC Z9.
           05 W-LM-PLANEJADAS      PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LM-COMISSAO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LM-SUPERV          PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LM-TERRIT          PIC X(05).

       01  W-ROD-TOTAIS.
           05 FILLER               PIC X(20)
           MOVE "<Esc> Voltar <Enter> Gerar"
                                       TO W-STATUS

           IF  LK-PARAM                EQUAL "B"
               PERFORM 1200-OBTER-PARAM-BAT
           ELSE
               DISPLAY S-CLS
               DISPLAY S-TELA-DOSSIE
               ACCEPT S-DOS-ANO
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   ACCEPT S-DOS-VEND
                   ACCEPT S-NOME-ARQ
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-OBTER-PARAM-BAT            SECTION.
      *----------------------------------------------------------------*
      * Modo batch: ano em CARTEIRA_ANO (sem ele, o ano corrente) e
      * vendedor em CARTEIRA_VENDEDOR (sem ele ou zero, a base
      * inteira).
           ACCEPT W-DOS-BAT-DATA       FROM DATE YYYYMMDD
           MOVE W-DOS-BAT-DATA(1:4)    TO W-DOS-ANO
           MOVE ZEROS                  TO W-DOS-VEND-FILTRO

           MOVE SPACES                 TO W-DOS-BAT-ANO-TX
           DISPLAY "CARTEIRA_ANO"      UPON ENVIRONMENT-NAME
           ACCEPT  W-DOS-BAT-ANO-TX    FROM ENVIRONMENT-VALUE
           IF  W-DOS-BAT-ANO-NUM NUMERIC AND
               W-DOS-BAT-ANO-NUM GREATER ZEROS
               MOVE W-DOS-BAT-ANO-NUM  TO W-DOS-ANO
           END-IF

           MOVE SPACES                 TO W-DOS-BAT-VEND-TX
           DISPLAY "CARTEIRA_VENDEDOR" UPON ENVIRONMENT-NAME
           ACCEPT  W-DOS-BAT-VEND-TX   FROM ENVIRONMENT-VALUE
           IF  W-DOS-BAT-VEND-TX       NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(W-DOS-BAT-VEND-TX)
                                       TO W-DOS-VEND-FILTRO
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
                   MOVE VEND-CODIGO    TO W-DOS-VEND-CORR
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-DOS-VEND-RAZAO
                   MOVE VEND-SUPERVISOR
                                       TO W-DOS-VEND-SUPERV
                   MOVE VEND-TERRITORIO
                                       TO W-DOS-VEND-TERRIT
                   PERFORM 3000-GERAR-DOSSIE-VENDEDOR
                   ADD 1               TO W-DOS-GERADOS
               END-IF
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE W-DOS-GERADOS          TO W-DOS-GERADOS-ED
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC133P - Dossies gerados: " W-DOS-GERADOS-ED
               GO TO 2000-99-FIM
           END-IF
           MOVE SPACES                 TO W-MSGERRO
           STRING "Dossies gerados: " W-DOS-GERADOS-ED
                  ", tecle <Enter>"
           PERFORM 3500-AGENDA-ANO
           PERFORM 3600-COMISSOES-ANO
           PERFORM 3700-GANHOS-PERDIDOS
           PERFORM 3800-EQUIPE-MESES
           PERFORM 4000-GRAVAR-DOSSIE.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3800-EQUIPE-MESES               SECTION.
      *----------------------------------------------------------------*
      * Supervisor e territorio de cada mes: a equipe do historico no
      * fim do mes; sem historico, a do cadastro atual.
           PERFORM VARYING W-DOS-MES FROM 1 BY 1
                   UNTIL W-DOS-MES GREATER 12
               MOVE W-DOS-ANO          TO W-DOS-COMP-ANO
               MOVE W-DOS-MES          TO W-DOS-COMP-MES
               MOVE W-DOS-VEND-CORR    TO W-HEQ-VEND
               COMPUTE W-HEQ-DATA-REF = W-DOS-COMP * 100 + 31
               MOVE W-DOS-VEND-SUPERV  TO W-HEQ-SUPERV
               MOVE W-DOS-VEND-TERRIT  TO W-HEQ-TERRIT
               PERFORM 7920-OBTER-EQUIPE-NA-DATA
               MOVE W-HEQ-SUPERV       TO W-MES-SUPERV(W-DOS-MES)
               MOVE W-HEQ-TERRIT       TO W-MES-TERRIT(W-DOS-MES)
           END-PERFORM.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-GRAVAR-DOSSIE              SECTION.
      *----------------------------------------------------------------*
                                       TO W-LM-PLANEJADAS
               MOVE W-MES-COMISSAO(W-DOS-MES)
                                       TO W-LM-COMISSAO
               MOVE W-MES-SUPERV(W-DOS-MES)
                                       TO W-LM-SUPERV
               MOVE W-MES-TERRIT(W-DOS-MES)
                                       TO W-LM-TERRIT
               WRITE REG-ARQ-RELATO FROM W-LIN-MES AFTER 1
           END-PERFORM

       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
