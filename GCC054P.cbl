      *                  vizinho mais proximo, partindo das            *
      *                  coordenadas do vendedor, com a distancia de   *
      *                  cada trecho e a quilometragem acumulada.      *
      *                  Trecho carregado na matriz rodoviaria         *
      *                  (GCC157P) usa a distancia por estrada; os     *
      *                  demais, a formula de grande circulo.          *
      *                  Roteiro do dia da semana informado respeita   *
      *                  as janelas de atendimento do cliente          *
      *                  (GCC011P): com a velocidade media e a duracao *
      *                  da visita do ARQ-PARAM calcula a chegada em   *
      *                  cada parada, escolhe a parada que pode        *
      *                  comecar mais cedo dentro da janela e lista a  *
      *                  parte os clientes fechados no dia e os que    *
      *                  nao cabem em nenhuma janela.                  *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FC.cpy".
      * Arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FD.cpy".
      * Arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos consulta da matriz rodoviaria
       COPY ".\copybooks\GCC157W.cpy".
      * Campos leitura do arquivo de parametros
       COPY ".\copybooks\GCC064W.cpy".
      * Campos arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209W.cpy".

       01  W-FILTROS.
           05 W-COD-VEND           PIC 9(07) VALUE ZEROS.
      * Dia da semana do roteiro (1 = segunda ... 7 = domingo, base
      * das janelas de atendimento) e hora de saida do vendedor.
           05 W-ROTA-DIA           PIC 9(01) VALUE ZEROS.
           05 W-ROTA-HORA-SAIDA    PIC 9(04) VALUE ZEROS.
           05 W-ROTA-HORA-SAIDA-R  REDEFINES W-ROTA-HORA-SAIDA.
               10 W-ROTA-SAIDA-HH  PIC 9(02).
               10 W-ROTA-SAIDA-MM  PIC 9(02).

       01  W-VEND-DESC             PIC X(40) VALUE SPACES.

       01  W-ROTA-COORD-DESATU     PIC 9(05) VALUE ZEROS.
       01  W-ROTA-BLOQUEADOS-ED    PIC ZZZZ9.
       01  W-ROTA-CLIE-BLOQ        PIC X(01) VALUE "N".
      * CEP do cliente lido na conferencia, para a matriz rodoviaria.
       01  W-ROTA-CEP-LIDO         PIC 9(08) VALUE ZEROS.
      * Trechos do roteiro tirados da matriz rodoviaria.
       01  W-ROTA-MENOR-RODOVIA    PIC X(01) VALUE "N".
       01  W-ROTA-TRECHOS-ROD      PIC 9(05) VALUE ZEROS.

      * Janelas de atendimento: velocidade media (Km/h) e duracao da
      * visita (min) do ARQ-PARAM, relogio do roteiro em minutos desde
      * a meia-noite e a melhor parada candidata. Cliente sem janela
      * cadastrada aceita visita a qualquer hora.
       01  W-CAMPOS-JANELA.
           05  W-ROTA-VELOC        PIC 9(03) VALUE 40.
           05  W-ROTA-DURACAO      PIC 9(03) VALUE 30.
           05  W-ROTA-PENDENTES    PIC 9(05) VALUE ZEROS.
           05  W-ROTA-FECHADOS     PIC 9(05) VALUE ZEROS.
           05  W-ROTA-FORA-JANELA  PIC 9(05) VALUE ZEROS.
           05  W-ROTA-CABE         PIC X(01) VALUE "N".
           05  W-ROTA-JAN-CAND     PIC 9(01) VALUE ZEROS.
           05  W-ROTA-JAN-PROX     PIC 9(01) VALUE ZEROS.
           05  W-SUB-JAN           PIC 9(01) VALUE ZEROS.
           05  W-HORA-ATUAL        PIC 9(05) VALUE ZEROS.
           05  W-MIN-DESLOC        PIC 9(05) VALUE ZEROS.
           05  W-MIN-CHEGADA       PIC 9(05) VALUE ZEROS.
           05  W-MIN-CHEGADA-PROX  PIC 9(05) VALUE ZEROS.
           05  W-MIN-INICIO        PIC 9(05) VALUE ZEROS.
           05  W-MIN-INICIO-CAND   PIC 9(05) VALUE ZEROS.
           05  W-MIN-INICIO-MENOR  PIC 9(05) VALUE ZEROS.
           05  W-MIN-EDITAR        PIC 9(05) VALUE ZEROS.
           05  W-MIN-HORAS         PIC 9(03) VALUE ZEROS.
           05  W-MIN-RESTO         PIC 9(02) VALUE ZEROS.
           05  W-INT-HOJE          PIC 9(08) COMP VALUE ZEROS.
           05  W-DATA-HOJE         PIC 9(08) VALUE ZEROS.

      * Hora editada HH:MM.
       01  W-HORA-ED.
           05  W-HED-HH            PIC 9(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  W-HED-MM            PIC 9(02).

       01  W-JANELA-ED.
           05  W-JED-INICIO        PIC X(05).
           05  FILLER              PIC X(01) VALUE "-".
           05  W-JED-FIM           PIC X(05).

      * Carteira do vendedor carregada em memoria para a montagem do
      * roteiro pelo criterio do vizinho mais proximo.
               10  W-ROTA-CLIE-RAZAO   PIC X(040).
               10  W-ROTA-LATITUDE     PIC S9(003)V9(008).
               10  W-ROTA-LONGITUDE    PIC S9(003)V9(008).
               10  W-ROTA-CEP          PIC 9(008).
               10  W-ROTA-VISITADO     PIC X(001).
      * Situacao fora do roteiro: F = sem janela no dia (fechado),
      * N = nao cabe em nenhuma janela do dia; branco = no roteiro.
               10  W-ROTA-SITUACAO     PIC X(001).
      * Janelas do dia do roteiro em minutos; zero janelas = cliente
      * sem janela cadastrada.
               10  W-ROTA-QTDE-JAN     PIC 9(001).
               10  W-ROTA-JANELA       OCCURS 4 TIMES.
                   15  W-ROTA-JAN-INI  PIC 9(004).
                   15  W-ROTA-JAN-FIM  PIC 9(004).

      * Posicao corrente do roteiro e calculo haversine entre dois
      * pontos quaisquer, mesma formula de 5100-CALCULAR-DISTANCIA
           05  W-POS-LONGITUDE         PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-ALVO-LATITUDE         PIC S9(03)V9(08)  VALUE ZEROS.
           05  W-ALVO-LONGITUDE        PIC S9(03)V9(08)  VALUE ZEROS.
      * Pontas do trecho para a matriz rodoviaria: vendedor so no
      * primeiro trecho, depois CEP da parada anterior.
           05  W-POS-VEND              PIC  9(07)        VALUE ZEROS.
           05  W-POS-CEP               PIC  9(08)        VALUE ZEROS.
           05  W-ALVO-CLIE             PIC  9(07)        VALUE ZEROS.
           05  W-ALVO-CEP              PIC  9(08)        VALUE ZEROS.
           05  W-DIST-CALCULADA        PIC  9(10)V9(08)  VALUE ZEROS.
           05  W-DIST-MENOR            PIC  9(10)V9(08)  VALUE ZEROS.
           05  W-LAT-CLI               PIC S9(03)V9(08)  VALUE ZEROS.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(07) VALUE "Cliente".
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(30) VALUE "Razao Social".
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(12) VALUE "Trecho(Km)".
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(13) VALUE "Acumulado(Km)".
           05 FILLER               PIC X(07) VALUE "Chegada".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(06) VALUE "Inicio".
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(11) VALUE "Janela".
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(08) VALUE "Situacao".

       01  W-DET-01.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(04).
           05 W-DET-01-CODIGO      PIC ZZZZZZ9.
           05 FILLER               PIC X(03).
           05 W-DET-01-RAZAO       PIC X(30).
           05 FILLER               PIC X(03).
           05 W-DET-01-TRECHO      PIC ZZZZZ9,99.
           05 FILLER               PIC X(05).
           05 W-DET-01-ACUMULADO   PIC ZZZZZ9,99.
           05 FILLER               PIC X(05).
           05 W-DET-01-CHEGADA     PIC X(05).
           05 FILLER               PIC X(04).
           05 W-DET-01-INICIO      PIC X(05).
           05 FILLER               PIC X(03).
           05 W-DET-01-JANELA      PIC X(11).
           05 FILLER               PIC X(03).
           05 W-DET-01-SITUACAO    PIC X(18).

      * Cliente deixado fora do roteiro do dia pela janela.
       01  W-DET-02.
           05 FILLER               PIC X(10).
           05 W-DET-02-CODIGO      PIC ZZZZZZ9.
           05 FILLER               PIC X(03).
           05 W-DET-02-RAZAO       PIC X(30).
           05 FILLER               PIC X(48).
           05 W-DET-02-JANELA      PIC X(11).
           05 FILLER               PIC X(03).
           05 W-DET-02-SITUACAO    PIC X(18).

       01  W-CAB-VEND-02.
           05 FILLER               PIC X(18) VALUE "Dia da semana..: ".
           05 W-CAB-DIA            PIC X(07).
           05 FILLER               PIC X(10) VALUE "   Saida: ".
           05 W-CAB-SAIDA          PIC X(05).
           05 FILLER               PIC X(20)
              VALUE "   Velocidade Km/h: ".
           05 W-CAB-VELOC          PIC ZZ9.
           05 FILLER               PIC X(17)
              VALUE "   Visita (min): ".
           05 W-CAB-DURACAO        PIC ZZ9.

       01  W-ROD-01.
           05 FILLER               PIC X(10).
              VALUE "  Percurso total (Km)      : ".
           05 W-ROD-PERCURSO       PIC ZZZZZ9,99.

       01  W-ROD-03.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Trechos por estrada      : ".
           05 W-ROD-TRECHOS-ROD    PIC ZZ.ZZ9.

       01  W-ROD-04.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Termino previsto         : ".
           05 W-ROD-TERMINO        PIC X(05).

       01  W-ROD-05.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Fechados no dia          : ".
           05 W-ROD-FECHADOS       PIC ZZ.ZZ9.

       01  W-ROD-06.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
              VALUE "  Nao cabem na janela      : ".
           05 W-ROD-FORA-JANELA    PIC ZZ.ZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           MOVE "<Esc> Voltar <Enter> Processar"
                               TO W-STATUS

           PERFORM 1300-LER-PARAM-ROTA
           PERFORM 4100-ACC-FILTROS

           IF  W-VOLTAR             EQUAL "N"
           MOVE ZEROS                  TO W-QTDE-ROTA
                                          W-ROTA-BLOQUEADOS
                                          W-ROTA-COORD-DESATU
                                          W-ROTA-FECHADOS
                                          W-ROTA-FORA-JANELA
                                          W-ROTA-PENDENTES

           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
           ELSE
      * Le so a carteira do vendedor pelo indice alternativo, em vez
      * de varrer a distribuicao inteira.
               OPEN INPUT ARQ-JANELA
               IF  FS-OK
                   MOVE "S"            TO W-JAN-ARQ-ABERTO
               ELSE
                   MOVE "N"            TO W-JAN-ARQ-ABERTO
                   MOVE "00"           TO WS-RESULTADO-ACESSO
               END-IF
               MOVE W-COD-VEND         TO DIST-VEND-CODIGO
               PERFORM 7671-START-ARQ-DIST-VEND
               IF  FS-OK
                            TO W-ROTA-LATITUDE(W-QTDE-ROTA)
                       MOVE DIST-CLIE-LONGITUDE
                            TO W-ROTA-LONGITUDE(W-QTDE-ROTA)
                       MOVE W-ROTA-CEP-LIDO
                            TO W-ROTA-CEP(W-QTDE-ROTA)
                       MOVE "N"
                            TO W-ROTA-VISITADO(W-QTDE-ROTA)
                       PERFORM 1200-CARREGAR-JANELAS
                   END-IF
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-PERFORM
               PERFORM 7690-FECHAR-ARQ-DIST
               IF  W-JAN-ARQ-ABERTO    EQUAL "S"
                   PERFORM 7089-FECHAR-ARQ-JANELA
                   MOVE "N"            TO W-JAN-ARQ-ABERTO
               END-IF
               COMPUTE W-ROTA-PENDENTES = W-QTDE-ROTA - W-ROTA-FECHADOS

               IF  W-ROTA-COORD-DESATU GREATER ZEROS
                   MOVE W-ROTA-COORD-DESATU
      * excluidos do roteiro (roteiro por distancia com coordenada
      * velha levaria o vendedor ao endereco antigo).
           MOVE "N"                    TO W-ROTA-CLIE-BLOQ
           MOVE ZEROS                  TO W-ROTA-CEP-LIDO
           MOVE DIST-CLIE-CODIGO       TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO EQUAL "S"
               MOVE CLIE-CEP           TO W-ROTA-CEP-LIDO
           END-IF
           IF  W-REG-ENCONTRADO EQUAL "S" AND CLIE-BLOQUEADO-CRED
               MOVE "S"                TO W-ROTA-CLIE-BLOQ
               ADD 1                   TO W-ROTA-BLOQUEADOS
       1100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-CARREGAR-JANELAS           SECTION.
      *----------------------------------------------------------------*
      * Guarda na parada recem-carregada as janelas do cliente no dia
      * do roteiro (ate quatro). Cliente com janela cadastrada so em
      * outros dias esta fechado no dia e fica fora do roteiro.
           MOVE ZEROS                  TO W-ROTA-QTDE-JAN(W-QTDE-ROTA)
           MOVE SPACE                  TO W-ROTA-SITUACAO(W-QTDE-ROTA)
           MOVE DIST-CLIE-CODIGO       TO W-JAN-CLIE-CODIGO
           PERFORM 7183-CARREGAR-JANELAS-CLIE
           IF  W-JAN-QTDE              EQUAL ZEROS
               GO TO 1200-99-FIM
           END-IF

           PERFORM VARYING W-JAN-SUB FROM 1 BY 1
                   UNTIL W-JAN-SUB GREATER W-JAN-QTDE
               IF  W-JAN-ITEM-DIA(W-JAN-SUB) EQUAL W-ROTA-DIA AND
                   W-ROTA-QTDE-JAN(W-QTDE-ROTA) LESS 4
                   ADD 1               TO W-ROTA-QTDE-JAN(W-QTDE-ROTA)
                   MOVE W-ROTA-QTDE-JAN(W-QTDE-ROTA) TO W-SUB-JAN
                   MOVE W-JAN-ITEM-INICIO(W-JAN-SUB)
                        TO W-ROTA-JAN-INI(W-QTDE-ROTA W-SUB-JAN)
                   MOVE W-JAN-ITEM-FIM(W-JAN-SUB)
                        TO W-ROTA-JAN-FIM(W-QTDE-ROTA W-SUB-JAN)
               END-IF
           END-PERFORM

           IF  W-ROTA-QTDE-JAN(W-QTDE-ROTA) EQUAL ZEROS
               MOVE "F"                TO W-ROTA-SITUACAO(W-QTDE-ROTA)
               MOVE "S"                TO W-ROTA-VISITADO(W-QTDE-ROTA)
               ADD 1                   TO W-ROTA-FECHADOS
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-LER-PARAM-ROTA             SECTION.
      *----------------------------------------------------------------*
      * Velocidade media e duracao da visita do ARQ-PARAM; arquivo
      * ausente, registro anterior aos campos ou zero ficam com
      * 40 Km/h e 30 minutos.
           MOVE 40                     TO W-ROTA-VELOC
           MOVE 30                     TO W-ROTA-DURACAO
           PERFORM 7925-LER-ARQ-PARAM
           IF  W-PARAM-LIDO            NOT EQUAL "S"
               GO TO 1300-99-FIM
           END-IF
           IF  PARAM-VELOC-MEDIA-KMH   NUMERIC AND
               PARAM-VELOC-MEDIA-KMH   GREATER ZEROS
               MOVE PARAM-VELOC-MEDIA-KMH TO W-ROTA-VELOC
           END-IF
           IF  PARAM-DURACAO-VISITA    NUMERIC AND
               PARAM-DURACAO-VISITA    GREATER ZEROS
               MOVE PARAM-DURACAO-VISITA  TO W-ROTA-DURACAO
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      * Monta o roteiro: partindo das coordenadas do vendedor na hora
      * de saida, escolhe sempre o cliente nao visitado que pode ser
      * atendido mais cedo dentro da janela (sem janela, o mais
      * proximo), gravando trecho, acumulado e horario a cada parada.
           INITIALIZE W-CAMPOS-RELATORIO
           MOVE ALL "="                TO W-TRACOS-1
           MOVE ALL "-"                TO W-TRACOS-2

               MOVE VEND-LATITUDE      TO W-POS-LATITUDE
               MOVE VEND-LONGITUDE     TO W-POS-LONGITUDE
               MOVE VEND-CODIGO        TO W-POS-VEND
               MOVE VEND-CEP           TO W-POS-CEP
               MOVE ZEROS              TO W-ROTA-TRECHOS-ROD
               COMPUTE W-HORA-ATUAL    =  W-ROTA-SAIDA-HH * 60
                                       +  W-ROTA-SAIDA-MM
               PERFORM 7737-PREPARAR-DIST-ROD

               PERFORM 2100-PROXIMA-PARADA
                       UNTIL W-ROTA-PENDENTES EQUAL ZEROS
               PERFORM 2200-LISTAR-FORA-ROTA

               IF  W-DRD-DISPONIVEL    EQUAL "S"
                   PERFORM 7739-FECHAR-ARQ-DIST-ROD
                   MOVE "N"            TO W-DRD-DISPONIVEL
               END-IF

               PERFORM 4320-GRAVAR-RODAPE
               PERFORM 7590-FECHAR-ARQ-RELATO
      *----------------------------------------------------------------*
       2100-PROXIMA-PARADA             SECTION.
      *----------------------------------------------------------------*
      * Escolhe, entre os clientes nao visitados que ainda cabem numa
      * janela, o que pode comecar a visita mais cedo (empate: o mais
      * proximo) e o grava como a proxima parada do roteiro. Nenhum
      * cabendo, os restantes ficam fora do roteiro do dia.
           MOVE 9999999999,99999999    TO W-DIST-MENOR
           MOVE 99999                  TO W-MIN-INICIO-MENOR
           MOVE ZEROS                  TO W-SUB-ROTA-PROX

           PERFORM VARYING W-SUB-ROTA FROM 1 BY 1
                                       TO W-ALVO-LATITUDE
                   MOVE W-ROTA-LONGITUDE(W-SUB-ROTA)
                                       TO W-ALVO-LONGITUDE
                   MOVE W-ROTA-CLIE-CODIGO(W-SUB-ROTA)
                                       TO W-ALVO-CLIE
                   MOVE W-ROTA-CEP(W-SUB-ROTA)
                                       TO W-ALVO-CEP
                   PERFORM 5100-CALCULAR-DISTANCIA
                   PERFORM 2110-AVALIAR-JANELAS
                   IF  W-ROTA-CABE     EQUAL "S" AND
                      (W-MIN-INICIO-CAND LESS W-MIN-INICIO-MENOR OR
                      (W-MIN-INICIO-CAND EQUAL W-MIN-INICIO-MENOR AND
                       W-DIST-CALCULADA  LESS W-DIST-MENOR))
                       MOVE W-MIN-INICIO-CAND
                                       TO W-MIN-INICIO-MENOR
                       MOVE W-MIN-CHEGADA
                                       TO W-MIN-CHEGADA-PROX
                       MOVE W-ROTA-JAN-CAND
                                       TO W-ROTA-JAN-PROX
                       MOVE W-DIST-CALCULADA
                                       TO W-DIST-MENOR
                       MOVE W-SUB-ROTA TO W-SUB-ROTA-PROX
                       MOVE W-DRD-ACHOU
                                       TO W-ROTA-MENOR-RODOVIA
                   END-IF
               END-IF
           END-PERFORM

           IF  W-SUB-ROTA-PROX         GREATER ZEROS
               ADD 1                   TO W-CONTADOR
               SUBTRACT 1            FROM W-ROTA-PENDENTES
               ADD W-DIST-MENOR        TO W-KM-ACUMULADA
               IF  W-ROTA-MENOR-RODOVIA EQUAL "S"
                   ADD 1               TO W-ROTA-TRECHOS-ROD
               END-IF
               MOVE "S" TO W-ROTA-VISITADO(W-SUB-ROTA-PROX)

               MOVE W-CONTADOR         TO W-DET-01-ORDEM
                       W-DIST-MENOR / 1000
               COMPUTE W-DET-01-ACUMULADO ROUNDED =
                       W-KM-ACUMULADA / 1000
               MOVE W-MIN-CHEGADA-PROX TO W-MIN-EDITAR
               PERFORM 5200-EDITAR-HORA
               MOVE W-HORA-ED          TO W-DET-01-CHEGADA
               MOVE W-MIN-INICIO-MENOR TO W-MIN-EDITAR
               PERFORM 5200-EDITAR-HORA
               MOVE W-HORA-ED          TO W-DET-01-INICIO
               IF  W-ROTA-JAN-PROX     EQUAL ZEROS
                   MOVE "Livre"        TO W-DET-01-JANELA
               ELSE
                   MOVE W-ROTA-JAN-PROX TO W-SUB-JAN
                   PERFORM 5210-EDITAR-JANELA
                   MOVE W-JANELA-ED    TO W-DET-01-JANELA
               END-IF
               IF  W-MIN-INICIO-MENOR  GREATER W-MIN-CHEGADA-PROX
                   MOVE "AGUARDA ABERTURA" TO W-DET-01-SITUACAO
               ELSE
                   MOVE SPACES         TO W-DET-01-SITUACAO
               END-IF
               WRITE REG-ARQ-RELATO    FROM W-DET-01 AFTER 1
               COMPUTE W-HORA-ATUAL    =  W-MIN-INICIO-MENOR
                                       +  W-ROTA-DURACAO

               MOVE W-ROTA-LATITUDE(W-SUB-ROTA-PROX)
                                       TO W-POS-LATITUDE
               MOVE W-ROTA-LONGITUDE(W-SUB-ROTA-PROX)
                                       TO W-POS-LONGITUDE
               MOVE ZEROS              TO W-POS-VEND
               MOVE W-ROTA-CEP(W-SUB-ROTA-PROX)
                                       TO W-POS-CEP
           ELSE
               PERFORM 2120-MARCAR-FORA-JANELA
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-AVALIAR-JANELAS            SECTION.
      *----------------------------------------------------------------*
      * Chegada ao candidato pela distancia e velocidade media; a
      * visita comeca na chegada ou na abertura da janela, o que vier
      * depois, e precisa terminar antes do fechamento. Das janelas
      * do dia vale a que permite comecar mais cedo.
           COMPUTE W-MIN-DESLOC ROUNDED =
                   W-DIST-CALCULADA * 60 / (W-ROTA-VELOC * 1000)
               ON SIZE ERROR
                   MOVE 99999          TO W-MIN-DESLOC
           END-COMPUTE
           COMPUTE W-MIN-CHEGADA       =  W-HORA-ATUAL + W-MIN-DESLOC
               ON SIZE ERROR
                   MOVE 99999          TO W-MIN-CHEGADA
           END-COMPUTE

           MOVE "N"                    TO W-ROTA-CABE
           MOVE ZEROS                  TO W-ROTA-JAN-CAND
           IF  W-ROTA-QTDE-JAN(W-SUB-ROTA) EQUAL ZEROS
               MOVE "S"                TO W-ROTA-CABE
               MOVE W-MIN-CHEGADA      TO W-MIN-INICIO-CAND
               GO TO 2110-99-FIM
           END-IF

           MOVE 99999                  TO W-MIN-INICIO-CAND
           PERFORM VARYING W-SUB-JAN FROM 1 BY 1
                   UNTIL W-SUB-JAN GREATER W-ROTA-QTDE-JAN(W-SUB-ROTA)
               IF  W-MIN-CHEGADA       LESS
                   W-ROTA-JAN-INI(W-SUB-ROTA W-SUB-JAN)
                   MOVE W-ROTA-JAN-INI(W-SUB-ROTA W-SUB-JAN)
                                       TO W-MIN-INICIO
               ELSE
                   MOVE W-MIN-CHEGADA  TO W-MIN-INICIO
               END-IF
               IF  W-MIN-INICIO + W-ROTA-DURACAO NOT GREATER
                   W-ROTA-JAN-FIM(W-SUB-ROTA W-SUB-JAN) AND
                   W-MIN-INICIO        LESS W-MIN-INICIO-CAND
                   MOVE "S"            TO W-ROTA-CABE
                   MOVE W-MIN-INICIO   TO W-MIN-INICIO-CAND
                   MOVE W-SUB-JAN      TO W-ROTA-JAN-CAND
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2110-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2120-MARCAR-FORA-JANELA         SECTION.
      *----------------------------------------------------------------*
      * Nenhum cliente restante cabe mais numa janela do dia: todos
      * saem do roteiro marcados para a lista de fora da janela.
           PERFORM VARYING W-SUB-ROTA FROM 1 BY 1
                   UNTIL W-SUB-ROTA GREATER W-QTDE-ROTA
               IF  W-ROTA-VISITADO(W-SUB-ROTA) EQUAL "N"
                   MOVE "S"            TO W-ROTA-VISITADO(W-SUB-ROTA)
                   MOVE "N"            TO W-ROTA-SITUACAO(W-SUB-ROTA)
                   ADD 1               TO W-ROTA-FORA-JANELA
               END-IF
           END-PERFORM
           MOVE ZEROS                  TO W-ROTA-PENDENTES.

      *----------------------------------------------------------------*
       2120-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LISTAR-FORA-ROTA           SECTION.
      *----------------------------------------------------------------*
      * Lista depois das paradas os clientes fora do roteiro do dia:
      * fechados no dia (sem janela nele) e os que nao cabem em
      * nenhuma janela com a velocidade e a duracao da visita.
           IF  W-ROTA-FECHADOS + W-ROTA-FORA-JANELA EQUAL ZEROS
               GO TO 2200-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO        FROM W-TRACOS-2 AFTER 1
           MOVE "Clientes fora do roteiro do dia"
                                       TO REG-ARQ-RELATO
           WRITE REG-ARQ-RELATO        AFTER 1

           PERFORM VARYING W-SUB-ROTA FROM 1 BY 1
                   UNTIL W-SUB-ROTA GREATER W-QTDE-ROTA
               IF  W-ROTA-SITUACAO(W-SUB-ROTA) NOT EQUAL SPACE
                   MOVE W-ROTA-CLIE-CODIGO(W-SUB-ROTA)
                                       TO W-DET-02-CODIGO
                   MOVE W-ROTA-CLIE-RAZAO(W-SUB-ROTA)
                                       TO W-DET-02-RAZAO
                   MOVE SPACES         TO W-DET-02-JANELA
                   IF  W-ROTA-SITUACAO(W-SUB-ROTA) EQUAL "F"
                       MOVE "FECHADO NO DIA"
                                       TO W-DET-02-SITUACAO
                   ELSE
                       MOVE "NAO CABE NA JANELA"
                                       TO W-DET-02-SITUACAO
                       IF  W-ROTA-QTDE-JAN(W-SUB-ROTA) GREATER ZEROS
                           MOVE 1      TO W-SUB-JAN
                           MOVE W-SUB-ROTA TO W-SUB-ROTA-PROX
                           PERFORM 5210-EDITAR-JANELA
                           MOVE W-JANELA-ED TO W-DET-02-JANELA
                       END-IF
                   END-IF
                   WRITE REG-ARQ-RELATO FROM W-DET-02 AFTER 1
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2200-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************
                           PERFORM 7251-LER-ARQ-VEND-CODIGO
                           IF  W-REG-ENCONTRADO EQUAL "S"
                               MOVE VEND-RAZAO-SOCIAL TO W-VEND-DESC
                               PERFORM 4110-PROPOR-DIA-HORA
                               DISPLAY S-TELA-ACC-ARQ
                           ELSE
                               MOVE  "Vendedor invalido, tecle <Enter>"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               MOVE "N"                TO W-CAMPO-VALIDADO
               PERFORM 4120-ACC-DIA-HORA
                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                          OR W-VOLTAR         EQUAL "S"
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-PROPOR-DIA-HORA            SECTION.
      *----------------------------------------------------------------*
      * Propoe o dia da semana de hoje (INTEGER-OF-DATE: resto 1 =
      * segunda, resto 0 = domingo) e saida as 08:00.
           ACCEPT W-DATA-HOJE          FROM DATE YYYYMMDD
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           COMPUTE W-ROTA-DIA = FUNCTION MOD(W-INT-HOJE 7)
           IF  W-ROTA-DIA              EQUAL ZEROS
               MOVE 7                  TO W-ROTA-DIA
           END-IF
           MOVE 0800                   TO W-ROTA-HORA-SAIDA.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4120-ACC-DIA-HORA               SECTION.
      *----------------------------------------------------------------*

           ACCEPT S-ROTA-DIA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 4120-99-FIM
           END-IF
           IF  W-ROTA-DIA              LESS 1 OR
               W-ROTA-DIA              GREATER 7
               MOVE "Dia da semana invalido (1 a 7), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4120-99-FIM
           END-IF

           ACCEPT S-ROTA-SAIDA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 4120-99-FIM
           END-IF
           IF  W-ROTA-SAIDA-HH         GREATER 23 OR
               W-ROTA-SAIDA-MM         GREATER 59
               MOVE "Hora de saida invalida (HHMM), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4120-99-FIM
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       4120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4310-GRAVAR-CABECALHO           SECTION.
      *----------------------------------------------------------------*
           WRITE REG-ARQ-RELATO  FROM W-CAB-CAPA    AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-CAB-VEND-01 AFTER 2
           MOVE  W-JAN-NOME-DIA(W-ROTA-DIA) TO W-CAB-DIA
           COMPUTE W-MIN-EDITAR  =  W-ROTA-SAIDA-HH * 60
                                 +  W-ROTA-SAIDA-MM
           PERFORM 5200-EDITAR-HORA
           MOVE  W-HORA-ED             TO W-CAB-SAIDA
           MOVE  W-ROTA-VELOC          TO W-CAB-VELOC
           MOVE  W-ROTA-DURACAO        TO W-CAB-DURACAO
           WRITE REG-ARQ-RELATO  FROM W-CAB-VEND-02 AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1    AFTER 2
           WRITE REG-ARQ-RELATO  FROM W-CAB-02      AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2    AFTER 1.
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-ROD-01   AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-ROD-02   AFTER 1
           MOVE  W-ROTA-TRECHOS-ROD    TO   W-ROD-TRECHOS-ROD
           WRITE REG-ARQ-RELATO  FROM W-ROD-03   AFTER 1
           MOVE  W-HORA-ATUAL          TO W-MIN-EDITAR
           PERFORM 5200-EDITAR-HORA
           MOVE  W-HORA-ED             TO W-ROD-TERMINO
           WRITE REG-ARQ-RELATO  FROM W-ROD-04   AFTER 1
           MOVE  W-ROTA-FECHADOS       TO W-ROD-FECHADOS
           WRITE REG-ARQ-RELATO  FROM W-ROD-05   AFTER 1
           MOVE  W-ROTA-FORA-JANELA    TO W-ROD-FORA-JANELA
           WRITE REG-ARQ-RELATO  FROM W-ROD-06   AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1 AFTER 1.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Haversine entre a posicao corrente do roteiro e o cliente
      * candidato, identica a formula usada na distribuicao (GCC030P).
      * Trecho carregado na matriz rodoviaria usa a distancia por
      * estrada (vendedor x cliente no primeiro trecho, CEP x CEP).
           MOVE W-POS-VEND             TO W-DRD-VEND
           MOVE W-ALVO-CLIE            TO W-DRD-CLIE
           MOVE W-POS-CEP              TO W-DRD-CEP-ORIGEM
           MOVE W-ALVO-CEP             TO W-DRD-CEP-DESTINO
           PERFORM 7738-OBTER-DIST-ROD
           IF  W-DRD-ACHOU             EQUAL "S"
               MOVE W-DRD-METROS       TO W-DIST-CALCULADA
               GO TO 5100-99-FIM
           END-IF

           COMPUTE W-LAT-CLI  = W-POS-LATITUDE  * FUNCTION PI / 180
           COMPUTE W-LAT-VEN  = W-ALVO-LATITUDE * FUNCTION PI / 180
           COMPUTE W-LON-CLI  = W-POS-LONGITUDE * FUNCTION PI / 180
           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-DIST-CALCULADA = 6371 * W-C * 1000.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-EDITAR-HORA                SECTION.
      *----------------------------------------------------------------*
      * Minutos desde a meia-noite (W-MIN-EDITAR) para HH:MM.
           DIVIDE W-MIN-EDITAR BY 60   GIVING W-MIN-HORAS
                                       REMAINDER W-MIN-RESTO
           IF  W-MIN-HORAS             GREATER 99
               MOVE 99                 TO W-MIN-HORAS
           END-IF
           MOVE W-MIN-HORAS            TO W-HED-HH
           MOVE W-MIN-RESTO            TO W-HED-MM.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5210-EDITAR-JANELA              SECTION.
      *----------------------------------------------------------------*
      * Janela W-SUB-JAN da parada W-SUB-ROTA-PROX editada como
      * HH:MM-HH:MM.
           MOVE W-ROTA-JAN-INI(W-SUB-ROTA-PROX W-SUB-JAN)
                                       TO W-MIN-EDITAR
           PERFORM 5200-EDITAR-HORA
           MOVE W-HORA-ED              TO W-JED-INICIO
           MOVE W-ROTA-JAN-FIM(W-SUB-ROTA-PROX W-SUB-JAN)
                                       TO W-MIN-EDITAR
           PERFORM 5200-EDITAR-HORA
           MOVE W-HORA-ED              TO W-JED-FIM.

      *----------------------------------------------------------------*
       5210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas arquivo de parametros gerais
       COPY ".\copybooks\GCC064R.cpy".
      * Rotinas arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
