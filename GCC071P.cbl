      *                  pior para o melhor, com os dias sem visita e  *
      *                  a distancia ao vendedor, e o percentual de    *
      *                  cobertura da carteira de cada vendedor.       *
      *                  O contato remoto efetivo (GCC189P) conta como *
      *                  cobertura pela regra do segmento do cliente   *
      *                  (GCC190P); ultima visita presencial e ultimo  *
      *                  contato remoto saem em colunas separadas.     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Arquivo Clientes
       COPY ".\copybooks\GCC011FC.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FC.cpy".
      * Regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FD.cpy".
      * Regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos critica do contato remoto
       COPY ".\copybooks\GCC189W.cpy".

      * Campos regra de contato remoto na cobertura
       COPY ".\copybooks\GCC190W.cpy".

       01  W-FILTROS-COBERTURA.
           05  W-COB-VEND-FILTRO       PIC 9(07) VALUE ZEROS.
           05  W-COB-DIAS-LIMITE       PIC 9(03) VALUE 30.
           05  W-COB-VEND-CORR         PIC 9(07) VALUE ZEROS.
           05  W-COB-TOT-VEND          PIC 9(05) VALUE ZEROS.
           05  W-COB-TOT-COBERTO       PIC 9(05) VALUE ZEROS.
           05  W-COB-TOT-REMOTO        PIC 9(05) VALUE ZEROS.
           05  W-COB-PERC              PIC 9(03)V9(02) VALUE ZEROS.

       01  W-TAB-COBERTURA.
               10  W-COB-DIST-KM       PIC 9(006)V9(002).
               10  W-COB-ULT-VISITA    PIC 9(008).
               10  W-COB-DIAS          PIC 9(005).
      * Segmento do cliente, ultimo contato remoto efetivo e a data
      * que conta para a cobertura pela regra do segmento.
               10  W-COB-SEGMENTO      PIC X(001).
               10  W-COB-ULT-REMOTO    PIC 9(008).
               10  W-COB-ULT-CONTATO   PIC 9(008).
               10  W-COB-REMOTO-CONTOU PIC X(001).
           05  W-COB-ITEM-TROCA        PIC X(133).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
              VALUE "Envelhecimento de Cobertura - mais".
           05 FILLER               PIC X(04) VALUE " de ".
           05 W-CAB-DIAS           PIC ZZ9.
           05 FILLER               PIC X(17) VALUE " dias sem contato".

       01  W-CAB-VENDEDOR.
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "Cliente".
           05 FILLER               PIC X(41) VALUE "Razao Social".
           05 FILLER               PIC X(12) VALUE "Ult.Presenc".
           05 FILLER               PIC X(12) VALUE "Ult.Remoto".
           05 FILLER               PIC X(11) VALUE "Dias s/Cont".
           05 FILLER               PIC X(08) VALUE "Dist km".

       01  W-LIN-CLIENTE.
           05 W-LC-RAZAO           PIC X(40).
           05 W-LC-ULT-VISITA      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LC-ULT-REMOTO      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LC-DIAS            PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LC-DIST-KM         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(13) VALUE ", cobertura: ".
           05 W-RV-PERC            PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(25)
              VALUE " - cobertos por remoto: ".
           05 W-RV-REMOTO          PIC ZZZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC 9(07)
                                       TO W-COB-VEND-FILTRO.
               10  VALUE  "Dias sem contato....: "
                                       LINE 10 COL 10.
               10  S-COB-DIAS
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2150-CARREGAR-SEGMENTOS
           PERFORM 2200-CRUZAR-VISITAS
           PERFORM 2250-CRUZAR-CONTATOS-REM
           PERFORM 2270-APLICAR-REGRA-REMOTO
           PERFORM 2300-CALCULAR-DIAS
           PERFORM 2400-ORDENAR-PIORES
           PERFORM 4000-GRAVAR-RELATORIO.
                   MOVE ZEROS          TO W-COB-ULT-VISITA
                                          (W-QTDE-TAB-COB)
                   MOVE ZEROS          TO W-COB-DIAS(W-QTDE-TAB-COB)
                   MOVE SPACES         TO W-COB-SEGMENTO
                                          (W-QTDE-TAB-COB)
                   MOVE ZEROS          TO W-COB-ULT-REMOTO
                                          (W-QTDE-TAB-COB)
                   MOVE ZEROS          TO W-COB-ULT-CONTATO
                                          (W-QTDE-TAB-COB)
                   MOVE "N"            TO W-COB-REMOTO-CONTOU
                                          (W-QTDE-TAB-COB)
                   END-IF
               END-IF
               PERFORM 7653-LER-PROX-ARQ-DIST
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-CARREGAR-SEGMENTOS         SECTION.
      *----------------------------------------------------------------*
      * Segmento de cada cliente da tabela (CLIE-SEGMENTO), chave da
      * regra de contato remoto; cliente nao achado fica sem segmento.
           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           IF  NOT FS-OK
               GO TO 2150-99-FIM
           END-IF

           PERFORM VARYING W-SUB-COB FROM 1 BY 1
                   UNTIL W-SUB-COB GREATER W-QTDE-TAB-COB
               MOVE W-COB-CLIE(W-SUB-COB) TO CLIE-CODIGO
               READ ARQ-CLIENTE KEY IS CLIE-CODIGO
                   INVALID KEY
                       MOVE SPACES     TO W-COB-SEGMENTO(W-SUB-COB)
                   NOT INVALID KEY
                       MOVE CLIE-SEGMENTO
                                       TO W-COB-SEGMENTO(W-SUB-COB)
               END-READ
           END-PERFORM
           PERFORM 7190-FECHAR-ARQ-CLIE.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CRUZAR-VISITAS             SECTION.
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-CRUZAR-CONTATOS-REM        SECTION.
      *----------------------------------------------------------------*
      * Guarda, para cada atribuicao, a data do ultimo contato remoto
      * efetivo do vendedor titular com o cliente (contato sem
      * sucesso nao conta). Sem arquivo de contatos nada muda.
           OPEN INPUT ARQ-CONTATO-REM
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2250-99-FIM
           END-IF

           PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           PERFORM UNTIL NOT FS-OK
               IF  CRM-EFETIVO
                   PERFORM 2260-ATUALIZAR-ULT-REMOTO
               END-IF
               PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           END-PERFORM
           PERFORM 7470-FECHAR-ARQ-CONTATO-REM.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2260-ATUALIZAR-ULT-REMOTO       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-COB-ACHADO
           PERFORM VARYING W-SUB-COB FROM 1 BY 1
                   UNTIL W-SUB-COB GREATER W-QTDE-TAB-COB
                      OR W-SUB-COB-ACHADO GREATER ZEROS
               IF  W-COB-VEND(W-SUB-COB) EQUAL CRM-VEND-CODIGO AND
                   W-COB-CLIE(W-SUB-COB) EQUAL CRM-CLIE-CODIGO
                   MOVE W-SUB-COB      TO W-SUB-COB-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-COB-ACHADO        GREATER ZEROS
               IF  CRM-DATA GREATER
                   W-COB-ULT-REMOTO(W-SUB-COB-ACHADO)
                   MOVE CRM-DATA
                        TO W-COB-ULT-REMOTO(W-SUB-COB-ACHADO)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2270-APLICAR-REGRA-REMOTO       SECTION.
      *----------------------------------------------------------------*
      * Data que conta para a cobertura de cada atribuicao: a ultima
      * visita presencial ou, quando a regra do segmento permite, o
      * ultimo contato remoto efetivo (7951).
           PERFORM 7950-CARREGAR-REGRA-REMOTO

           PERFORM VARYING W-SUB-COB FROM 1 BY 1
                   UNTIL W-SUB-COB GREATER W-QTDE-TAB-COB
               MOVE W-COB-SEGMENTO(W-SUB-COB)
                                       TO W-RRM-SEGMENTO
               MOVE W-COB-ULT-VISITA(W-SUB-COB)
                                       TO W-RRM-ULT-PRESENCIAL
               MOVE W-COB-ULT-REMOTO(W-SUB-COB)
                                       TO W-RRM-ULT-REMOTO
               PERFORM 7951-AVALIAR-CONTATO-REMOTO
               MOVE W-RRM-ULT-CONTATO  TO W-COB-ULT-CONTATO(W-SUB-COB)
               MOVE W-RRM-REMOTO-CONTOU
                                       TO W-COB-REMOTO-CONTOU(W-SUB-COB)
           END-PERFORM.

      *----------------------------------------------------------------*
       2270-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-CALCULAR-DIAS              SECTION.
      *----------------------------------------------------------------*
      * Dias sem contato de cada atribuicao (pela data que conta
      * para a cobertura); cliente sem contato nenhum recebe 99999
      * para ordenar na frente de qualquer atraso real.
           ACCEPT W-COB-DATA-HOJE      FROM DATE YYYYMMDD
           COMPUTE W-COB-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(W-COB-DATA-HOJE)

           PERFORM VARYING W-SUB-COB FROM 1 BY 1
                   UNTIL W-SUB-COB GREATER W-QTDE-TAB-COB
               IF  W-COB-ULT-CONTATO(W-SUB-COB) EQUAL ZEROS
                   MOVE 99999          TO W-COB-DIAS(W-SUB-COB)
               ELSE
                   COMPUTE W-COB-INT-VISITA =
                           FUNCTION INTEGER-OF-DATE
                           (W-COB-ULT-CONTATO(W-SUB-COB))
                   IF  W-COB-INT-VISITA GREATER W-COB-INT-HOJE
                       MOVE ZEROS      TO W-COB-DIAS(W-SUB-COB)
                   ELSE
                   PERFORM 4150-GRAVAR-LINHA-CLIE
               ELSE
                   ADD 1               TO W-COB-TOT-COBERTO
                   IF  W-COB-REMOTO-CONTOU(W-SUB-COB) EQUAL "S"
                       ADD 1           TO W-COB-TOT-REMOTO
                   END-IF
               END-IF
           END-PERFORM
           IF  W-COB-VEND-CORR         GREATER ZEROS
                                       TO W-CV-RAZAO
           MOVE ZEROS                  TO W-COB-TOT-VEND
                                          W-COB-TOT-COBERTO
                                          W-COB-TOT-REMOTO
           WRITE REG-ARQ-RELATO FROM W-CAB-VENDEDOR AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1.
                                       TO W-LC-RAZAO
           IF  W-COB-ULT-VISITA(W-SUB-COB) EQUAL ZEROS
               MOVE "   NUNCA  "       TO W-LC-ULT-VISITA
           ELSE
               MOVE W-COB-ULT-VISITA(W-SUB-COB)
                                       TO W-DATA-DESMONTADA
               MOVE W-DD-MES           TO W-DE-MES
               MOVE W-DD-ANO           TO W-DE-ANO
               MOVE W-DATA-EDITADA     TO W-LC-ULT-VISITA
           END-IF
           IF  W-COB-ULT-REMOTO(W-SUB-COB) EQUAL ZEROS
               MOVE "   NUNCA  "       TO W-LC-ULT-REMOTO
           ELSE
               MOVE W-COB-ULT-REMOTO(W-SUB-COB)
                                       TO W-DATA-DESMONTADA
               MOVE W-DD-DIA           TO W-DE-DIA
               MOVE W-DD-MES           TO W-DE-MES
               MOVE W-DD-ANO           TO W-DE-ANO
               MOVE W-DATA-EDITADA     TO W-LC-ULT-REMOTO
           END-IF
           IF  W-COB-ULT-CONTATO(W-SUB-COB) EQUAL ZEROS
               MOVE "    NUNCA"       TO W-LC-DIAS
           ELSE
               MOVE W-COB-DIAS(W-SUB-COB)
                                       TO W-DIAS-EDITADO
               MOVE W-DIAS-EDITADO     TO W-LC-DIAS
               MOVE ZEROS              TO W-COB-PERC
           END-IF
           MOVE W-COB-PERC             TO W-RV-PERC
           MOVE W-COB-TOT-REMOTO       TO W-RV-REMOTO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-VENDEDOR AFTER 1.

       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas registro de contato remoto
       COPY ".\copybooks\GCC189R.cpy".
      * Rotinas regra de contato remoto na cobertura
       COPY ".\copybooks\GCC190R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
