      *                  aplica o custo por km informado na tela e    *
      *                  emite o demonstrativo por vendedor com o     *
      *                  consolidado por supervisor para o financeiro.*
      *                  Par vendedor x cliente carregado na matriz    *
      *                  rodoviaria (GCC157P) usa a distancia por      *
      *                  estrada no lugar da distancia da atribuicao.  *
      *                  Supervisor da competencia pelo historico de   *
      *                  equipe do vendedor                            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC052FC.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC052FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao de supervisor
       COPY ".\copybooks\GCC059W.cpy".
      * Campos consulta da matriz rodoviaria
       COPY ".\copybooks\GCC157W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".

       01  W-FILTROS-REEMBOLSO.
           05  W-REE-COMPETENCIA       PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      * Soma por vendedor as visitas realizadas da competencia e a
      * quilometragem de ida e volta (duas vezes a distancia da
      * atribuicao corrente em ARQ-DIST, ou da matriz rodoviaria
      * quando o par vendedor x cliente estiver carregado).
           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF
           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           PERFORM 7737-PREPARAR-DIST-ROD

           PERFORM 7353-LER-PROX-ARQ-VISITA
           PERFORM UNTIL NOT FS-OK
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM

           IF  W-DRD-DISPONIVEL        EQUAL "S"
               PERFORM 7739-FECHAR-ARQ-DIST-ROD
               MOVE "N"                TO W-DRD-DISPONIVEL
           END-IF
           PERFORM 7690-FECHAR-ARQ-DIST
           PERFORM 7390-FECHAR-ARQ-VISITA.

                       DIST-DISTANCIA * 2 / 1000
           END-IF

           MOVE VISITA-VEND-CODIGO     TO W-DRD-VEND
           MOVE VISITA-CLIE-CODIGO     TO W-DRD-CLIE
           MOVE ZEROS                  TO W-DRD-CEP-ORIGEM
                                          W-DRD-CEP-DESTINO
           PERFORM 7738-OBTER-DIST-ROD
           IF  W-DRD-ACHOU             EQUAL "S"
               COMPUTE W-REE-KM-VISITA ROUNDED =
                       W-DRD-METROS * 2 / 1000
           END-IF

           MOVE ZEROS                  TO W-SUB-REE-ACHADO
           PERFORM VARYING W-SUB-REE FROM 1 BY 1
                   UNTIL W-SUB-REE GREATER W-QTDE-TAB-REE
      *----------------------------------------------------------------*
       2300-COMPLETAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * Supervisor da competencia: o do historico de equipe no fim do
      * mes; sem historico, o do cadastro.
           MOVE W-REE-VEND(W-SUB-REE)  TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL
                    TO W-REE-VEND-RAZAO(W-SUB-REE)
               MOVE VEND-CODIGO        TO W-HEQ-VEND
               COMPUTE W-HEQ-DATA-REF = W-REE-COMPETENCIA * 100 + 31
               MOVE VEND-SUPERVISOR    TO W-HEQ-SUPERV
               MOVE VEND-TERRITORIO    TO W-HEQ-TERRIT
               PERFORM 7920-OBTER-EQUIPE-NA-DATA
               MOVE W-HEQ-SUPERV
                    TO W-REE-SUPERVISOR(W-SUB-REE)
           ELSE
               MOVE "(vendedor nao cadastrado)"
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
