      *                  competencia, atingimento de meta (GCC061P) e  *
      *                  cobertura de visitas do mes (GCC071P), um     *
      *                  subtotal por regional e o total geral.        *
      *                  Vendedor somado na regional em que estava na  *
      *                  competencia (historico de equipe)             *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC123FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC123FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       COPY ".\copybooks\GCC058W.cpy".
      * Campos validacao de regional
       COPY ".\copybooks\GCC123W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".

       01  W-FILTROS-REGIONAL.
           05  W-RGL-COMPETENCIA       PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
       2200-CARREGAR-VENDEDORES        SECTION.
      *----------------------------------------------------------------*
      * Mapeia cada vendedor para a regional em que estava na
      * competencia (historico de equipe no fim do mes; sem historico,
      * a regional do territorio atual; sem territorio ou sem regional
      * cai na regional "---") e conta os vendedores ativos de cada
      * regional. Inativos tambem entram no mapa: o faturamento que
      * tiveram na competencia fica na regional de entao.
           PERFORM 7211-ABRIR-INPUT-ARQ-VEND
           IF  NOT FS-OK
               GO TO 2200-99-FIM
           END-IF
           PERFORM 7253-LER-PROX-ARQ-VEND
           PERFORM UNTIL NOT FS-OK
               PERFORM 2210-MAPEAR-VENDEDOR
               PERFORM 7253-LER-PROX-ARQ-VEND
           END-PERFORM
           PERFORM 7290-FECHAR-ARQ-VEND.
               END-IF
           END-PERFORM

           MOVE VEND-CODIGO            TO W-HEQ-VEND
           COMPUTE W-HEQ-DATA-REF = W-RGL-COMPETENCIA * 100 + 31
           MOVE VEND-SUPERVISOR        TO W-HEQ-SUPERV
           MOVE VEND-TERRITORIO        TO W-HEQ-TERRIT
           MOVE W-RGL-REG-VEND         TO W-HEQ-REGIONAL
           PERFORM 7920-OBTER-EQUIPE-NA-DATA
           IF  W-HEQ-ACHADA
               MOVE W-HEQ-REGIONAL     TO W-RGL-REG-VEND
               IF  W-HEQ-REGIONAL      EQUAL SPACES
                   MOVE "---"          TO W-RGL-REG-VEND
               END-IF
           END-IF

           IF  W-QTDE-TAB-VRG          LESS 9999
               ADD 1                   TO W-QTDE-TAB-VRG
               MOVE VEND-CODIGO        TO W-VRG-VEND(W-QTDE-TAB-VRG)
                    TO W-VRG-REGIONAL(W-QTDE-TAB-VRG)
           END-IF

           IF  NOT VEND-ATIVO
               GO TO 2210-99-FIM
           END-IF

           MOVE W-RGL-REG-VEND         TO W-RGL-PROC
           PERFORM 2900-LOCALIZAR-REGIONAL
           IF  W-SUB-RGL-ACHADO        GREATER ZEROS
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
