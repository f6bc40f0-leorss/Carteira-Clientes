      *                  ativo, recalculando a distancia e registrando *
      *                  a troca na trilha de auditoria AUDIT-DIST,    *
      *                  sem precisar reprocessar a distribuicao toda. *
      *                  A distancia nova usa a matriz rodoviaria      *
      *                  (GCC157P) quando o par vendedor x cliente     *
      *                  esta carregado, como a distribuicao.          *
      *                  A troca vale para a linha de negocio do novo  *
      *                  vendedor.                                     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FC.cpy".

      * Arquivo trilha de auditoria das reatribuicoes
       SELECT ARQ-AUDIT-DIST       ASSIGN TO  WID-ARQ-AUDIT-DIST
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FD.cpy".

      * Arquivo trilha de auditoria das reatribuicoes
       FD  ARQ-AUDIT-DIST.
           02 HATR-DISTANCIA-M         PIC  9(010).
           02 FILLER                   PIC  X(001).
           02 HATR-ORIGEM              PIC  X(008).
           02 FILLER                   PIC  X(001).
           02 HATR-LINHA               PIC  9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos consulta da matriz rodoviaria
       COPY ".\copybooks\GCC157W.cpy".

       01  W-REATRIBUICAO.
           05  W-REAT-CLIE-CODIGO      PIC 9(07) VALUE ZEROS.
      * "S" grava a nova atribuicao como vinculo fixo, que a
      * distribuicao (GCC030P) preserva nas proximas execucoes.
           05  W-REAT-VINC-FIXO        PIC X(01) VALUE "N".
      * Linha de negocio da atribuicao trocada (a do novo vendedor).
           05  W-REAT-LINHA            PIC 9(02) VALUE 1.

      * Calculo haversine, mesma formula de 5100-CALCULAR-DISTANCIA
      * do GCC030P, aplicada sobre o cliente ja lido de ARQ-DIST.
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   ELSE
      * A troca vale para a atribuicao do cliente na linha de negocio
      * do novo vendedor.
                       PERFORM 1250-LER-ATRIB-LINHA
                       IF  W-REG-ENCONTRADO EQUAL "N"
                           MOVE "Cliente sem atribuicao na linha de neg
      -                         "ocio do vendedor, tecle <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       ELSE
                           PERFORM 5100-CALCULAR-DISTANCIA
                           MOVE VEND-RAZAO-SOCIAL
                                           TO W-REAT-VEND-NOVO-RAZAO
                           COMPUTE W-REAT-DIST-NOVA-KM ROUNDED =
                                   W-DIST-VEND-ATUAL / 1000
                           DISPLAY S-TELA-REATRIB
                           ACCEPT S-REAT-VINC-FIXO
                           IF  W-REAT-VINC-FIXO NOT EQUAL "S" AND
                               W-REAT-VINC-FIXO NOT EQUAL "s"
                               MOVE "N"    TO W-REAT-VINC-FIXO
                           ELSE
                               MOVE "S"    TO W-REAT-VINC-FIXO
                           END-IF
                           PERFORM 8100-CONFIRMA
                           IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                               PERFORM 2000-GRAVAR-REATRIBUICAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1250-LER-ATRIB-LINHA            SECTION.
      *----------------------------------------------------------------*
      * Le a atribuicao do cliente na linha de negocio do vendedor
      * informado (vendedor sem linha = linha 01) e atualiza na tela
      * o vendedor de hoje dessa linha.
           IF  VEND-LINHA              NOT NUMERIC OR
               VEND-LINHA              EQUAL ZEROS
               MOVE 1                  TO W-REAT-LINHA
           ELSE
               MOVE VEND-LINHA         TO W-REAT-LINHA
           END-IF

           MOVE "N"                    TO W-REG-ENCONTRADO
           MOVE W-REAT-CLIE-CODIGO     TO DIST-CLIE-CODIGO
           MOVE W-REAT-LINHA           TO DIST-LINHA
           OPEN INPUT ARQ-DIST
           IF  FS-OK
               READ ARQ-DIST KEY IS DIST-CHAVE
                        INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                    NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
               END-READ
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF

           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE DIST-VEND-CODIGO   TO W-REAT-VEND-ATU-COD
               MOVE DIST-VEND-RAZAO-SOCIAL
                                       TO W-REAT-VEND-ATU-RAZAO
               COMPUTE W-REAT-DIST-ATU-KM ROUNDED =
                       DIST-DISTANCIA / 1000
           END-IF.

      *----------------------------------------------------------------*
       1250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-GRAVAR-REATRIBUICAO        SECTION.
      *----------------------------------------------------------------*
      * Regrava o registro de ARQ-DIST com o novo vendedor e a nova
      * distancia e registra a troca na trilha de auditoria.
           MOVE W-REAT-CLIE-CODIGO     TO DIST-CLIE-CODIGO
           MOVE W-REAT-LINHA           TO DIST-LINHA

           PERFORM 7612-ABRIR-ARQ-DIST-IO
           IF  FS-OK
               READ ARQ-DIST KEY IS DIST-CHAVE
                        INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                    NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
               END-READ
                                       TO DIST-DISTANCIA
                   MOVE W-REAT-VINC-FIXO
                                       TO DIST-VINCULO-FIXO
      * Troca de vendedor reinicia a permanencia do cliente.
                   ACCEPT DIST-DATA-ATRIB FROM DATE YYYYMMDD
                   PERFORM 7661-REGRAVAR-ARQ-DIST
                   IF  FS-OK
                       PERFORM 2100-GRAVAR-AUDIT-DIST
                                       TO HATR-VEND-NOVO
               MOVE W-DIST-VEND-ATUAL  TO HATR-DISTANCIA-M
               MOVE "MANUAL"           TO HATR-ORIGEM
               MOVE W-REAT-LINHA       TO HATR-LINHA
               WRITE REG-ARQ-HIST-ATRIB
               CLOSE ARQ-HIST-ATRIB
           END-IF.
      *----------------------------------------------------------------*
      * Haversine entre o cliente da atribuicao lida de ARQ-DIST e o
      * vendedor corrente de ARQ-VENDEDOR, identica a formula usada na
      * distribuicao (GCC030P). O par vendedor x cliente carregado na
      * matriz rodoviaria tem precedencia sobre a formula.
           PERFORM 7737-PREPARAR-DIST-ROD
           MOVE VEND-CODIGO            TO W-DRD-VEND
           MOVE DIST-CLIE-CODIGO       TO W-DRD-CLIE
           MOVE ZEROS                  TO W-DRD-CEP-ORIGEM
                                          W-DRD-CEP-DESTINO
           PERFORM 7738-OBTER-DIST-ROD
           IF  W-DRD-DISPONIVEL        EQUAL "S"
               PERFORM 7739-FECHAR-ARQ-DIST-ROD
               MOVE "N"                TO W-DRD-DISPONIVEL
           END-IF
           IF  W-DRD-ACHOU             EQUAL "S"
               MOVE W-DRD-METROS       TO W-DIST-VEND-ATUAL
               GO TO 5100-99-FIM
           END-IF

           COMPUTE W-LAT-CLI  = DIST-CLIE-LATITUDE
                              * FUNCTION PI / 180
           COMPUTE W-LAT-VEN  = VEND-LATITUDE  * FUNCTION PI / 180
           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-DIST-VEND-ATUAL = 6371 * W-C * 1000.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
