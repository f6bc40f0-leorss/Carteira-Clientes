      *                  com entrega aos vendedores pela agenda de     *
      *                  visitas e relatorio de resposta: alvos        *
      *                  visitados no periodo e o delta de             *
      *                  faturamento frente a competencia anterior.    *
      *                  Clientes com opt-out de contato (GCC154P)     *
      *                  ficam fora da lista alvo. Na resposta, o      *
      *                  contato remoto efetivo (GCC189P) atende o     *
      *                  alvo pela regra do segmento (GCC190P), com    *
      *                  visitados e contatados remotamente em         *
      *                  separado. A lista alvo pode exigir um        *
      *                  cluster da segmentacao RFM (GCC195P).         *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC011FC.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FC.cpy".
      * Regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo de consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FC.cpy".
      * Segmentacao RFM do cliente
       COPY ".\copybooks\GCC195FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FD.cpy".
      * Regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo de consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FD.cpy".
      * Segmentacao RFM do cliente
       COPY ".\copybooks\GCC195FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos da consulta de opt-out de contato
       COPY ".\copybooks\GCC154W.cpy".

      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".

      * Campos critica do contato remoto
       COPY ".\copybooks\GCC189W.cpy".

      * Campos regra de contato remoto na cobertura
       COPY ".\copybooks\GCC190W.cpy".

      * Campos da segmentacao RFM
       COPY ".\copybooks\GCC195W.cpy".

       01  W-FILTROS-CAMPANHA.
           05  W-CPN-CODIGO            PIC 9(04) VALUE ZEROS.
           05  W-CPN-FUNCAO            PIC X(01) VALUE "C".
           05  W-CPN-FAT-MIN           PIC 9(11) VALUE ZEROS.
           05  W-CPN-FAT-MAX           PIC 9(11) VALUE ZEROS.
           05  W-CPN-SITUACAO          PIC X(01) VALUE "A".
           05  W-CPN-CLUSTER-RFM       PIC X(01) VALUE SPACES.

       01  W-CAMPOS-CAMPANHA.
           05  W-CPN-EXISTE            PIC X(01) VALUE "N".
           05  W-CPN-RFM-ABERTO        PIC X(01) VALUE "N".
           05  W-CPN-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-CPN-DATA-BASE         PIC 9(08) VALUE ZEROS.
           05  W-CPN-SEGUNDA           PIC 9(08) VALUE ZEROS.
           05  W-CPN-COMP-ANTES        PIC 9(06) VALUE ZEROS.
           05  W-CPN-DELTA             PIC S9(11)V9(02) VALUE ZEROS.
           05  W-CPN-QT-VISITADOS      PIC 9(05) VALUE ZEROS.
           05  W-CPN-QT-REMOTOS        PIC 9(05) VALUE ZEROS.
           05  W-CPN-QT-ATENDIDOS      PIC 9(05) VALUE ZEROS.
           05  W-CPN-SOMA-DELTA-VIS    PIC S9(13)V9(02) VALUE ZEROS.
           05  W-CPN-SOMA-DELTA-NVI    PIC S9(13)V9(02) VALUE ZEROS.
           05  W-CPN-MEDIA-CALC        PIC S9(11)V9(02) VALUE ZEROS.
               10  W-ALV-VISITADO      PIC X(001).
               10  W-ALV-FAT-ANTES     PIC 9(011)V9(002).
               10  W-ALV-FAT-PER       PIC 9(011)V9(002).
      * Resposta: ultimo contato remoto efetivo no periodo, se houve
      * contato remoto e se o alvo conta como atendido (visitado ou
      * remoto aceito pela regra do segmento).
               10  W-ALV-ULT-REMOTO    PIC 9(008).
               10  W-ALV-REMOTO        PIC X(001).
               10  W-ALV-ATENDIDO      PIC X(001).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05 FILLER               PIC X(31) VALUE "Razao Social".
           05 FILLER               PIC X(09) VALUE "Vendedor".
           05 FILLER               PIC X(10) VALUE "Visitado".
           05 FILLER               PIC X(08) VALUE "Remoto".
           05 FILLER               PIC X(10) VALUE "Atendido".
           05 FILLER               PIC X(18) VALUE "Fat.Anterior".
           05 FILLER               PIC X(18) VALUE "Fat.Periodo".
           05 FILLER               PIC X(18) VALUE "Delta".
           05 W-LA-VEND            PIC ZZZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 W-LA-VISITADO        PIC X(01).
           05 FILLER               PIC X(09) VALUE SPACES.
           05 W-LA-REMOTO          PIC X(01).
           05 FILLER               PIC X(07) VALUE SPACES.
           05 W-LA-ATENDIDO        PIC X(01).
           05 FILLER               PIC X(06) VALUE SPACES.
           05 W-LA-FAT-ANTES       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LA-FAT-PER         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              VALUE "  Visitados no periodo.....: ".
           05 W-RR-VISITADOS       PIC ZZZZ9.

       01  W-ROD-RESUMO-05.
           05 FILLER               PIC X(30)
              VALUE "  Contato remoto no periodo: ".
           05 W-RR-REMOTOS         PIC ZZZZ9.

       01  W-ROD-RESUMO-06.
           05 FILLER               PIC X(30)
              VALUE "  Atendidos (regra segm.)..: ".
           05 W-RR-ATENDIDOS       PIC ZZZZ9.

       01  W-ROD-RESUMO-03.
           05 FILLER               PIC X(30)
              VALUE "  Delta medio atendidos....: ".
           05 W-RR-DELTA-VIS       PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-RESUMO-04.
           05 FILLER               PIC X(30)
              VALUE "  Delta medio nao atendidos: ".
           05 W-RR-DELTA-NVI       PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  W-DATA-DESMONTADA.
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 41 PIC X(01)
                                       USING W-CPN-SITUACAO.
               10  VALUE  "Cluster RFM (C/R/H/N/G)....: "
                                       LINE 21 COL 10.
               10  S-CPN-CLUSTER-RFM
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 21 COL 41 PIC X(01)
                                       USING W-CPN-CLUSTER-RFM.
      *
       COPY screenio.

               MOVE CAMP-FAT-MIN       TO W-CPN-FAT-MIN
               MOVE CAMP-FAT-MAX       TO W-CPN-FAT-MAX
               MOVE CAMP-SITUACAO      TO W-CPN-SITUACAO
               MOVE CAMP-CLUSTER-RFM   TO W-CPN-CLUSTER-RFM
           ELSE
               MOVE SPACES             TO W-CPN-DESCRICAO
                                          W-CPN-CLUSTER-RFM
                                          W-CPN-SEGMENTO
                                          W-CPN-UF
                                          W-CPN-MUNICIPIO
               W-CPN-SITUACAO NOT EQUAL "E"
               MOVE "A"                TO W-CPN-SITUACAO
           END-IF
           IF  W-CPN-CLUSTER-RFM NOT EQUAL SPACE
               INSPECT W-CPN-CLUSTER-RFM
                       CONVERTING "crhng" TO "CRHNG"
               IF  W-CPN-CLUSTER-RFM NOT EQUAL "C" AND
                   W-CPN-CLUSTER-RFM NOT EQUAL "R" AND
                   W-CPN-CLUSTER-RFM NOT EQUAL "H" AND
                   W-CPN-CLUSTER-RFM NOT EQUAL "N" AND
                   W-CPN-CLUSTER-RFM NOT EQUAL "G"
                   MOVE "Cluster RFM invalido, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   PERFORM 7749-FECHAR-ARQ-CAMPANHA
                   GO TO 2000-99-FIM
               END-IF
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               MOVE W-CPN-FAT-MIN      TO CAMP-FAT-MIN
               MOVE W-CPN-FAT-MAX      TO CAMP-FAT-MAX
               MOVE W-CPN-SITUACAO     TO CAMP-SITUACAO
               MOVE W-CPN-CLUSTER-RFM  TO CAMP-CLUSTER-RFM
               MOVE W-OPERADOR         TO CAMP-OPERADOR
               IF  W-CPN-EXISTE        EQUAL "S"
                   PERFORM 7747-REGRAVAR-ARQ-CAMPANHA
           IF  CAMP-DIAS-SEM-VISITA    GREATER ZEROS
               PERFORM 3200-APLICAR-COBERTURA
           END-IF
           PERFORM 3280-APLICAR-OPTOUT

           PERFORM 3300-GRAVAR-ALVOS
           PERFORM 3400-PLANEJAR-AGENDA
                  " clientes, " W-CPN-AGENDADOS-ED
                  " agendados, tecle <Enter>"
                  DELIMITED BY SIZE INTO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO

           IF  W-CNS-SUPRIMIDOS        GREATER ZEROS
               MOVE W-CNS-SUPRIMIDOS   TO W-CNS-SUPRIMIDOS-ED
               STRING "Opt-out de contato: " W-CNS-SUPRIMIDOS-ED
                      " retirados da lista, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
               PERFORM 7690-FECHAR-ARQ-DIST
               GO TO 3100-99-FIM
           END-IF
      * Sem a segmentacao gerada nenhum cliente atende o cluster.
           MOVE "N"                    TO W-CPN-RFM-ABERTO
           IF  CAMP-CLUSTER-RFM        NOT EQUAL SPACE
               PERFORM 7614-ABRIR-INPUT-ARQ-RFM
               IF  FS-OK
                   MOVE "S"            TO W-CPN-RFM-ABERTO
               END-IF
           END-IF

           PERFORM 7653-LER-PROX-ARQ-DIST
           PERFORM UNTIL NOT FS-OK
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM

           IF  W-CPN-RFM-ABERTO        EQUAL "S"
               PERFORM 7618-FECHAR-ARQ-RFM-CLIE
           END-IF
           PERFORM 7490-FECHAR-ARQ-VENDAS
           PERFORM 7690-FECHAR-ARQ-DIST.

           IF  CLIE-BLOQUEADO-CRED
               GO TO 3150-99-FIM
           END-IF
           IF  CAMP-CLUSTER-RFM        NOT EQUAL SPACE
               IF  W-CPN-RFM-ABERTO    NOT EQUAL "S"
                   GO TO 3150-99-FIM
               END-IF
               MOVE DIST-CLIE-CODIGO   TO RFM-CLIE-CODIGO
               PERFORM 7615-LER-ARQ-RFM-CHAVE
               MOVE "00"               TO WS-RESULTADO-ACESSO
               IF  W-REG-ENCONTRADO    NOT EQUAL "S" OR
                   RFM-CLUSTER         NOT EQUAL CAMP-CLUSTER-RFM
                   GO TO 3150-99-FIM
               END-IF
           END-IF
           IF  CAMP-SEGMENTO NOT EQUAL SPACES AND
               CLIE-SEGMENTO NOT EQUAL CAMP-SEGMENTO
               GO TO 3150-99-FIM
       3250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3280-APLICAR-OPTOUT             SECTION.
      *----------------------------------------------------------------*
      * Consentimento de contato: candidato com opt-out em qualquer
      * canal sai da lista alvo e fica registrado no log de
      * supressoes. Sem ARQ-CONSENT nao ha restricao.
           MOVE ZEROS                  TO W-CNS-SUPRIMIDOS
           MOVE "N"                    TO W-CNS-ABERTO
           OPEN INPUT ARQ-CONSENT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3280-99-FIM
           END-IF
           MOVE "S"                    TO W-CNS-ABERTO
           MOVE "GCC137P"              TO W-SUPR-PROGRAMA
           MOVE "RETIRADO"             TO W-SUPR-ACAO

           PERFORM VARYING W-SUB-ALV FROM 1 BY 1
                   UNTIL W-SUB-ALV GREATER W-QTDE-TAB-ALV
               IF  W-ALV-DESCARTA(W-SUB-ALV) EQUAL "N"
                   MOVE W-ALV-CLIE(W-SUB-ALV)
                                       TO W-CNS-CLIE-CODIGO
                   PERFORM 7637-VERIFICAR-OPTOUT-CLIE
                   IF  NOT W-CNS-SEM-OPTOUT
                       MOVE "S"        TO W-ALV-DESCARTA(W-SUB-ALV)
                       PERFORM 7638-GRAVAR-ARQ-SUPR-CONTATO
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 7639-FECHAR-ARQ-CONSENT
           MOVE "N"                    TO W-CNS-ABERTO.

      *----------------------------------------------------------------*
       3280-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-GRAVAR-ALVOS               SECTION.
      *----------------------------------------------------------------*
           COMPUTE W-CPN-COMP-ANTES = W-DD-ANO * 100 + W-DD-MES

           PERFORM 4200-CRUZAR-VISITAS
           PERFORM 4220-CRUZAR-CONTATOS-REM
           PERFORM 4240-APLICAR-REGRA-REMOTO
           PERFORM 4300-BUSCAR-FATURAMENTO
           PERFORM 4400-GRAVAR-RELATORIO.

               MOVE SPACES             TO W-ALV-RAZAO(W-QTDE-TAB-ALV)
               MOVE "N"                TO W-ALV-VISITADO
                                          (W-QTDE-TAB-ALV)
                                          W-ALV-REMOTO
                                          (W-QTDE-TAB-ALV)
                                          W-ALV-ATENDIDO
                                          (W-QTDE-TAB-ALV)
               MOVE SPACES             TO W-ALV-SEGMENTO
                                          (W-QTDE-TAB-ALV)
               MOVE ZEROS              TO W-ALV-ULT-VISITA
                                          (W-QTDE-TAB-ALV)
                                          W-ALV-ULT-REMOTO
                                          (W-QTDE-TAB-ALV)
               MOVE ZEROS              TO W-ALV-FAT-ANTES
                                          (W-QTDE-TAB-ALV)
                                          W-ALV-FAT-PER
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE CLIE-RAZAO-SOCIAL
                                       TO W-ALV-RAZAO(W-SUB-ALV)
                   MOVE CLIE-SEGMENTO  TO W-ALV-SEGMENTO(W-SUB-ALV)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       4200-CRUZAR-VISITAS             SECTION.
      *----------------------------------------------------------------*
      * Marca os alvos visitados no periodo e guarda a ultima visita
      * realizada ate o fim da campanha (base da regra do remoto).
           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
                   VISITA-DATA NOT GREATER CAMP-DATA-FIM
                   PERFORM 4250-MARCAR-VISITADO
               END-IF
               IF  VISITA-REALIZADA AND
                   VISITA-DATA NOT GREATER CAMP-DATA-FIM
                   PERFORM 4260-ATUALIZAR-ULT-VISITA
               END-IF
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM
           PERFORM 7390-FECHAR-ARQ-VISITA.
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4220-CRUZAR-CONTATOS-REM        SECTION.
      *----------------------------------------------------------------*
      * Contatos remotos efetivos com os alvos no periodo da
      * campanha; a chave do arquivo comeca pela data.
           PERFORM 7462-ABRIR-INPUT-ARQ-CONTREM
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 4220-99-FIM
           END-IF

           INITIALIZE CRM-CHAVE
           MOVE CAMP-DATA-INI          TO CRM-DATA
           PERFORM 7465-START-ARQ-CONTATO-REM-ASC
           IF  FS-OK
               PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CRM-DATA GREATER CAMP-DATA-FIM
               IF  CRM-EFETIVO
                   PERFORM 4230-MARCAR-REMOTO
               END-IF
               PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           END-PERFORM
           PERFORM 7470-FECHAR-ARQ-CONTATO-REM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4230-MARCAR-REMOTO              SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-SUB-ALV FROM 1 BY 1
                   UNTIL W-SUB-ALV GREATER W-QTDE-TAB-ALV
               IF  W-ALV-CLIE(W-SUB-ALV) EQUAL CRM-CLIE-CODIGO
                   MOVE "S"            TO W-ALV-REMOTO(W-SUB-ALV)
                   IF  CRM-DATA GREATER W-ALV-ULT-REMOTO(W-SUB-ALV)
                       MOVE CRM-DATA   TO W-ALV-ULT-REMOTO(W-SUB-ALV)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       4230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4240-APLICAR-REGRA-REMOTO       SECTION.
      *----------------------------------------------------------------*
      * Alvo visitado esta atendido; so com contato remoto, atendido
      * quando a regra do segmento aceita o remoto (7951).
           PERFORM 7950-CARREGAR-REGRA-REMOTO

           PERFORM VARYING W-SUB-ALV FROM 1 BY 1
                   UNTIL W-SUB-ALV GREATER W-QTDE-TAB-ALV
               IF  W-ALV-VISITADO(W-SUB-ALV) EQUAL "S"
                   MOVE "S"            TO W-ALV-ATENDIDO(W-SUB-ALV)
               ELSE
                   IF  W-ALV-REMOTO(W-SUB-ALV) EQUAL "S"
                       MOVE W-ALV-SEGMENTO(W-SUB-ALV)
                                       TO W-RRM-SEGMENTO
                       MOVE W-ALV-ULT-VISITA(W-SUB-ALV)
                                       TO W-RRM-ULT-PRESENCIAL
                       MOVE W-ALV-ULT-REMOTO(W-SUB-ALV)
                                       TO W-RRM-ULT-REMOTO
                       PERFORM 7951-AVALIAR-CONTATO-REMOTO
                       MOVE W-RRM-REMOTO-CONTOU
                                       TO W-ALV-ATENDIDO(W-SUB-ALV)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       4240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4250-MARCAR-VISITADO            SECTION.
      *----------------------------------------------------------------*
       4250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4260-ATUALIZAR-ULT-VISITA       SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-SUB-ALV FROM 1 BY 1
                   UNTIL W-SUB-ALV GREATER W-QTDE-TAB-ALV
               IF  W-ALV-CLIE(W-SUB-ALV) EQUAL VISITA-CLIE-CODIGO
                   AND VISITA-DATA GREATER W-ALV-ULT-VISITA(W-SUB-ALV)
                   MOVE VISITA-DATA    TO W-ALV-ULT-VISITA(W-SUB-ALV)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       4260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-BUSCAR-FATURAMENTO         SECTION.
      *----------------------------------------------------------------*
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           MOVE ZEROS                  TO W-CPN-QT-VISITADOS
                                          W-CPN-QT-REMOTOS
                                          W-CPN-QT-ATENDIDOS
                                          W-CPN-SOMA-DELTA-VIS
                                          W-CPN-SOMA-DELTA-NVI
           PERFORM VARYING W-SUB-ALV FROM 1 BY 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           MOVE W-QTDE-TAB-ALV         TO W-RR-ALVOS
           MOVE W-CPN-QT-VISITADOS     TO W-RR-VISITADOS
           MOVE W-CPN-QT-REMOTOS       TO W-RR-REMOTOS
           MOVE W-CPN-QT-ATENDIDOS     TO W-RR-ATENDIDOS
           MOVE ZEROS                  TO W-CPN-MEDIA-CALC
           IF  W-CPN-QT-ATENDIDOS      GREATER ZEROS
               COMPUTE W-CPN-MEDIA-CALC ROUNDED =
                       W-CPN-SOMA-DELTA-VIS / W-CPN-QT-ATENDIDOS
           END-IF
           MOVE W-CPN-MEDIA-CALC       TO W-RR-DELTA-VIS
           MOVE ZEROS                  TO W-CPN-MEDIA-CALC
           IF  W-QTDE-TAB-ALV          GREATER W-CPN-QT-ATENDIDOS
               COMPUTE W-CPN-MEDIA-CALC ROUNDED =
                       W-CPN-SOMA-DELTA-NVI /
                       (W-QTDE-TAB-ALV - W-CPN-QT-ATENDIDOS)
           END-IF
           MOVE W-CPN-MEDIA-CALC       TO W-RR-DELTA-NVI
           WRITE REG-ARQ-RELATO FROM W-ROD-RESUMO-01 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-RESUMO-02 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-RESUMO-05 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-RESUMO-06 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-RESUMO-03 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-RESUMO-04 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           MOVE W-ALV-VEND(W-SUB-ALV)  TO W-LA-VEND
           MOVE W-ALV-VISITADO(W-SUB-ALV)
                                       TO W-LA-VISITADO
           MOVE W-ALV-REMOTO(W-SUB-ALV)
                                       TO W-LA-REMOTO
           MOVE W-ALV-ATENDIDO(W-SUB-ALV)
                                       TO W-LA-ATENDIDO
           MOVE W-ALV-FAT-ANTES(W-SUB-ALV)
                                       TO W-LA-FAT-ANTES
           MOVE W-ALV-FAT-PER(W-SUB-ALV)

           IF  W-ALV-VISITADO(W-SUB-ALV) EQUAL "S"
               ADD 1                   TO W-CPN-QT-VISITADOS
           END-IF
           IF  W-ALV-REMOTO(W-SUB-ALV) EQUAL "S"
               ADD 1                   TO W-CPN-QT-REMOTOS
           END-IF
           IF  W-ALV-ATENDIDO(W-SUB-ALV) EQUAL "S"
               ADD 1                   TO W-CPN-QT-ATENDIDOS
               ADD W-CPN-DELTA         TO W-CPN-SOMA-DELTA-VIS
           ELSE
               ADD W-CPN-DELTA         TO W-CPN-SOMA-DELTA-NVI
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154R.cpy".
      * Rotinas segmentacao RFM do cliente
       COPY ".\copybooks\GCC195R.cpy".
      * Rotinas registro de contato remoto
       COPY ".\copybooks\GCC189R.cpy".
      * Rotinas regra de contato remoto na cobertura
       COPY ".\copybooks\GCC190R.cpy".
