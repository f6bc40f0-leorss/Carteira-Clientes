      *                  clientes que o vendedor novo capturaria, de   *
      *                  quem viriam, e as medias de distancia e as    *
      *                  cargas antes e depois.                        *
      *                  Par carregado na matriz rodoviaria (GCC157P)  *
      *                  usa a distancia por estrada, como na          *
      *                  distribuicao.                                 *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC064FC.cpy".
      * Tabela de referencia CEP x coordenadas
       COPY ".\copybooks\GCC027FC.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

       COPY ".\copybooks\GCC064FD.cpy".
      * Tabela de referencia CEP x coordenadas
       COPY ".\copybooks\GCC027FD.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

       COPY ".\copybooks\GCC064W.cpy".
      * Campos busca tabela referencia CEP
       COPY ".\copybooks\GCC027W.cpy".
      * Campos consulta da matriz rodoviaria
       COPY ".\copybooks\GCC157W.cpy".

      * Dados do vendedor novo hipotetico; com coordenadas zeradas e
      * CEP informado, as coordenadas vem da tabela de referencia.
                   88  W-TAB-VEND-ATIVO
                                       VALUE "A".
               10  W-TAB-VEND-TERRIT   PIC X(005).
               10  W-TAB-VEND-CEP      PIC 9(008).
               10  W-TAB-VEND-CARGA-1  PIC 9(007).
               10  W-TAB-VEND-CARGA-2  PIC 9(007).

                        TO W-TAB-VEND-SITUACAO(W-QTDE-TAB-VENDEDOR)
                   MOVE VEND-TERRITORIO
                        TO W-TAB-VEND-TERRIT(W-QTDE-TAB-VENDEDOR)
                   MOVE VEND-CEP
                        TO W-TAB-VEND-CEP(W-QTDE-TAB-VENDEDOR)
                   MOVE ZEROS
                        TO W-TAB-VEND-CARGA-1(W-QTDE-TAB-VENDEDOR)
                           W-TAB-VEND-CARGA-2(W-QTDE-TAB-VENDEDOR)
           MOVE "A"                    TO W-TAB-VEND-SITUACAO
                                          (W-SUB-NOVO)
           MOVE W-NOVO-TERRITORIO      TO W-TAB-VEND-TERRIT(W-SUB-NOVO)
           MOVE W-NOVO-CEP             TO W-TAB-VEND-CEP(W-SUB-NOVO)
           MOVE ZEROS                  TO W-TAB-VEND-CARGA-1(W-SUB-NOVO)
                                          W-TAB-VEND-CARGA-2
                                          (W-SUB-NOVO).
           IF  NOT FS-OK
               MOVE "S"                TO W-VOLTAR
           ELSE
               PERFORM 7737-PREPARAR-DIST-ROD
               PERFORM 7153-LER-PROX-ARQ-CLIE
               PERFORM UNTIL NOT FS-OK
                   IF  CLIE-ATIVO
                   PERFORM 7153-LER-PROX-ARQ-CLIE
               END-PERFORM
               PERFORM 7190-FECHAR-ARQ-CLIE
               IF  W-DRD-DISPONIVEL    EQUAL "S"
                   PERFORM 7739-FECHAR-ARQ-DIST-ROD
                   MOVE "N"            TO W-DRD-DISPONIVEL
               END-IF

               PERFORM 4000-GRAVAR-RELATORIO
           END-IF.
       5100-CALCULAR-DISTANCIA         SECTION.
      *----------------------------------------------------------------*
      * Haversine simplificado, mesma formula da distribuicao
      * (GCC030P), resultado em metros. Par carregado na matriz
      * rodoviaria usa a distancia por estrada.
           MOVE W-TAB-VEND-CODIGO(W-SUB-VEND)
                                       TO W-DRD-VEND
           MOVE CLIE-CODIGO            TO W-DRD-CLIE
           MOVE W-TAB-VEND-CEP(W-SUB-VEND)
                                       TO W-DRD-CEP-ORIGEM
           MOVE CLIE-CEP               TO W-DRD-CEP-DESTINO
           PERFORM 7738-OBTER-DIST-ROD
           IF  W-DRD-ACHOU             EQUAL "S"
               MOVE W-DRD-METROS       TO W-DIST-CALCULADA
               GO TO 5100-99-FIM
           END-IF

           MOVE CLIE-LATITUDE          TO W-LAT-CLI
           MOVE CLIE-LONGITUDE         TO W-LON-CLI
           MOVE W-TAB-VEND-LATITUDE(W-SUB-VEND)
           COMPUTE W-C =
               2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                   FUNCTION SQRT(1 - W-A))
           COMPUTE W-DIST-CALCULADA = 6371 * W-C * 1000.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
       COPY ".\copybooks\GCC064R.cpy".
      * Rotinas busca tabela referencia CEP
       COPY ".\copybooks\GCC027R.cpy".
      * Rotinas matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
