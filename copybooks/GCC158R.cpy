      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas poligonos de territorio e derivacao do
      *                  territorio pelas coordenadas
      *================================================================*
      *----------------------------------------------------------------*
       7762-ABRIR-ARQ-TERR-POLIG       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-TERR-POLIG

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-TERR-POLIG
                   CLOSE ARQ-TERR-POLIG
                   OPEN I-O ARQ-TERR-POLIG
               ELSE
                   STRING "Erro ao abrir ARQ-TERR-POLIG. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7762-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7763-ABRIR-INPUT-ARQ-TERR-POLIG SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-TERR-POLIG
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-TERR-POLIG nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-TERR-POLIG. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7763-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7764-LER-PROX-ARQ-TERR-POLIG    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TERR-POLIG NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-TERR-POLIG. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7764-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7765-START-ARQ-TERR-POLIG-ASC   SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-TERR-POLIG KEY IS NOT LESS THAN TPOL-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-TERR-POLIG. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7765-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7766-GRAVAR-ARQ-TERR-POLIG      SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-TERR-POLIG
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-TERR-POLIG. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7766-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7767-EXCLUIR-ARQ-TERR-POLIG     SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-TERR-POLIG RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-TERR-POLIG. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7767-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7770-CARREGAR-POLIGONOS         SECTION.
      *----------------------------------------------------------------*
      * Carrega os vertices de ARQ-TERR-POLIG na tabela, na ordem da
      * chave (territorio, anel, sequencia), montando o indice por
      * territorio com o retangulo envolvente. Arquivo opcional: sem
      * ele a derivacao nao sugere territorio. Estourando a tabela,
      * W-DTR-EXCEDEU fica "T" (territorios) ou "V" (vertices; o
      * territorio incompleto e descartado).
           MOVE "S"                    TO W-DTR-CARREGADO
           MOVE "N"                    TO W-DTR-DISPONIVEL
                                          W-DTR-EXCEDEU
           MOVE ZEROS                  TO W-DTR-QTDE-VERT
                                          W-DTR-QTDE-TERR

           OPEN INPUT ARQ-TERR-POLIG
           IF  NOT FS-OK
               GO TO 7770-99-FIM
           END-IF

           READ ARQ-TERR-POLIG NEXT
           PERFORM UNTIL NOT FS-OK
                      OR W-DTR-EXCEDEU NOT EQUAL "N"
               IF  W-DTR-QTDE-TERR     EQUAL ZEROS OR
                   TPOL-TERRITORIO     NOT EQUAL
                   W-DTR-T-CODIGO(W-DTR-QTDE-TERR)
                   IF  W-DTR-QTDE-TERR EQUAL 999
                       MOVE "T"        TO W-DTR-EXCEDEU
                   ELSE
                       ADD 1           TO W-DTR-QTDE-TERR
                       MOVE TPOL-TERRITORIO
                            TO W-DTR-T-CODIGO(W-DTR-QTDE-TERR)
                       COMPUTE W-DTR-T-VERT-INI(W-DTR-QTDE-TERR) =
                               W-DTR-QTDE-VERT + 1
                       MOVE TPOL-LATITUDE
                            TO W-DTR-T-LAT-MIN(W-DTR-QTDE-TERR)
                               W-DTR-T-LAT-MAX(W-DTR-QTDE-TERR)
                       MOVE TPOL-LONGITUDE
                            TO W-DTR-T-LON-MIN(W-DTR-QTDE-TERR)
                               W-DTR-T-LON-MAX(W-DTR-QTDE-TERR)
                   END-IF
               END-IF
               IF  W-DTR-EXCEDEU       EQUAL "N" AND
                   W-DTR-QTDE-VERT     EQUAL 30000
                   MOVE "V"            TO W-DTR-EXCEDEU
               END-IF
               IF  W-DTR-EXCEDEU       EQUAL "N"
                   PERFORM 7774-GUARDAR-VERTICE
                   READ ARQ-TERR-POLIG NEXT
               END-IF
           END-PERFORM

           IF  W-DTR-EXCEDEU           EQUAL "V" AND
               W-DTR-QTDE-TERR         GREATER ZEROS
               COMPUTE W-DTR-QTDE-VERT =
                       W-DTR-T-VERT-INI(W-DTR-QTDE-TERR) - 1
               SUBTRACT 1              FROM W-DTR-QTDE-TERR
           END-IF

           CLOSE ARQ-TERR-POLIG
           IF  W-DTR-QTDE-TERR         GREATER ZEROS
               MOVE "S"                TO W-DTR-DISPONIVEL
           END-IF.

      *----------------------------------------------------------------*
       7770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7771-DERIVAR-TERRITORIO         SECTION.
      *----------------------------------------------------------------*
      * Devolve em W-DTR-TERRITORIO o territorio cujo poligono contem
      * a coordenada W-DTR-LATITUDE/W-DTR-LONGITUDE. Poligonos
      * sobrepostos: vale o primeiro na ordem do codigo. Coordenada
      * zerada nao deriva nada. O status de arquivo do chamador e
      * preservado (a primeira chamada carrega os poligonos).
           MOVE "N"                    TO W-DTR-ACHOU
           MOVE SPACES                 TO W-DTR-TERRITORIO
           MOVE WS-RESULTADO-ACESSO    TO W-DTR-FS-SALVO

           IF  W-DTR-CARREGADO         EQUAL "N"
               PERFORM 7770-CARREGAR-POLIGONOS
           END-IF

           IF  W-DTR-DISPONIVEL        EQUAL "N" OR
               (W-DTR-LATITUDE  EQUAL ZEROS AND
                W-DTR-LONGITUDE EQUAL ZEROS)
               MOVE W-DTR-FS-SALVO     TO WS-RESULTADO-ACESSO
               GO TO 7771-99-FIM
           END-IF

           PERFORM VARYING W-DTR-SUB-TERR FROM 1 BY 1
                   UNTIL W-DTR-SUB-TERR GREATER W-DTR-QTDE-TERR
                      OR W-DTR-ACHOU    EQUAL "S"
               IF  W-DTR-LATITUDE  NOT LESS
                   W-DTR-T-LAT-MIN(W-DTR-SUB-TERR) AND
                   W-DTR-LATITUDE  NOT GREATER
                   W-DTR-T-LAT-MAX(W-DTR-SUB-TERR) AND
                   W-DTR-LONGITUDE NOT LESS
                   W-DTR-T-LON-MIN(W-DTR-SUB-TERR) AND
                   W-DTR-LONGITUDE NOT GREATER
                   W-DTR-T-LON-MAX(W-DTR-SUB-TERR)
                   PERFORM 7772-TESTAR-POLIGONO
                   IF  W-DTR-DENTRO    EQUAL "S"
                       MOVE "S"        TO W-DTR-ACHOU
                       MOVE W-DTR-T-CODIGO(W-DTR-SUB-TERR)
                                       TO W-DTR-TERRITORIO
                   END-IF
               END-IF
           END-PERFORM

           MOVE W-DTR-FS-SALVO         TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7771-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7772-TESTAR-POLIGONO            SECTION.
      *----------------------------------------------------------------*
      * Ponto dentro do poligono pela paridade dos cruzamentos: cada
      * aresta de cada anel do territorio W-DTR-SUB-TERR que o raio
      * horizontal a leste do ponto atravessa inverte W-DTR-DENTRO.
      * Com a paridade, anel interno (area vazada) exclui o ponto.
           MOVE "N"                    TO W-DTR-DENTRO
           MOVE W-DTR-T-VERT-INI(W-DTR-SUB-TERR)
                                       TO W-DTR-INICIO-ANEL

           PERFORM VARYING W-DTR-SUB-VERT
                   FROM W-DTR-T-VERT-INI(W-DTR-SUB-TERR) BY 1
                   UNTIL W-DTR-SUB-VERT GREATER
                         W-DTR-T-VERT-FIM(W-DTR-SUB-TERR)
               IF  W-DTR-SUB-VERT      GREATER
                   W-DTR-T-VERT-INI(W-DTR-SUB-TERR)
                   IF  W-DTR-V-ANEL(W-DTR-SUB-VERT) NOT EQUAL
                       W-DTR-V-ANEL(W-DTR-SUB-VERT - 1)
                       MOVE W-DTR-SUB-VERT
                                       TO W-DTR-INICIO-ANEL
                   END-IF
               END-IF

               MOVE W-DTR-INICIO-ANEL  TO W-DTR-SUB-PROX
               IF  W-DTR-SUB-VERT      LESS
                   W-DTR-T-VERT-FIM(W-DTR-SUB-TERR)
                   IF  W-DTR-V-ANEL(W-DTR-SUB-VERT + 1) EQUAL
                       W-DTR-V-ANEL(W-DTR-SUB-VERT)
                       COMPUTE W-DTR-SUB-PROX = W-DTR-SUB-VERT + 1
                   END-IF
               END-IF

               PERFORM 7773-TESTAR-ARESTA
           END-PERFORM.

      *----------------------------------------------------------------*
       7772-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7773-TESTAR-ARESTA              SECTION.
      *----------------------------------------------------------------*
      * Aresta do vertice W-DTR-SUB-VERT ao W-DTR-SUB-PROX: conta
      * quando as pontas ficam em lados opostos da latitude do ponto
      * e o cruzamento cai a leste da longitude do ponto.
           IF  (W-DTR-V-LAT(W-DTR-SUB-VERT) GREATER W-DTR-LATITUDE AND
                W-DTR-V-LAT(W-DTR-SUB-PROX) NOT GREATER
                W-DTR-LATITUDE) OR
               (W-DTR-V-LAT(W-DTR-SUB-VERT) NOT GREATER
                W-DTR-LATITUDE AND
                W-DTR-V-LAT(W-DTR-SUB-PROX) GREATER W-DTR-LATITUDE)
               COMPUTE W-DTR-CRUZA-LON =
                       (W-DTR-V-LON(W-DTR-SUB-PROX) -
                        W-DTR-V-LON(W-DTR-SUB-VERT)) *
                       (W-DTR-LATITUDE -
                        W-DTR-V-LAT(W-DTR-SUB-VERT)) /
                       (W-DTR-V-LAT(W-DTR-SUB-PROX) -
                        W-DTR-V-LAT(W-DTR-SUB-VERT)) +
                       W-DTR-V-LON(W-DTR-SUB-VERT)
               IF  W-DTR-LONGITUDE     LESS W-DTR-CRUZA-LON
                   IF  W-DTR-DENTRO    EQUAL "S"
                       MOVE "N"        TO W-DTR-DENTRO
                   ELSE
                       MOVE "S"        TO W-DTR-DENTRO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7773-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7774-GUARDAR-VERTICE            SECTION.
      *----------------------------------------------------------------*
      * Acrescenta o vertice lido ao territorio corrente da tabela e
      * alarga o retangulo envolvente.
           ADD 1                       TO W-DTR-QTDE-VERT
           MOVE TPOL-ANEL              TO W-DTR-V-ANEL(W-DTR-QTDE-VERT)
           MOVE TPOL-LATITUDE          TO W-DTR-V-LAT(W-DTR-QTDE-VERT)
           MOVE TPOL-LONGITUDE         TO W-DTR-V-LON(W-DTR-QTDE-VERT)
           MOVE W-DTR-QTDE-VERT
                TO W-DTR-T-VERT-FIM(W-DTR-QTDE-TERR)

           IF  TPOL-LATITUDE   LESS W-DTR-T-LAT-MIN(W-DTR-QTDE-TERR)
               MOVE TPOL-LATITUDE
                    TO W-DTR-T-LAT-MIN(W-DTR-QTDE-TERR)
           END-IF
           IF  TPOL-LATITUDE   GREATER W-DTR-T-LAT-MAX(W-DTR-QTDE-TERR)
               MOVE TPOL-LATITUDE
                    TO W-DTR-T-LAT-MAX(W-DTR-QTDE-TERR)
           END-IF
           IF  TPOL-LONGITUDE  LESS W-DTR-T-LON-MIN(W-DTR-QTDE-TERR)
               MOVE TPOL-LONGITUDE
                    TO W-DTR-T-LON-MIN(W-DTR-QTDE-TERR)
           END-IF
           IF  TPOL-LONGITUDE  GREATER W-DTR-T-LON-MAX(W-DTR-QTDE-TERR)
               MOVE TPOL-LONGITUDE
                    TO W-DTR-T-LON-MAX(W-DTR-QTDE-TERR)
           END-IF.

      *----------------------------------------------------------------*
       7774-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7769-FECHAR-ARQ-TERR-POLIG      SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-TERR-POLIG.

      *----------------------------------------------------------------*
       7769-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
