      *                  percentual frente a media dos ultimos 12      *
      *                  meses e os dormentes (M competencias sem      *
      *                  faturar), do pior para o melhor, com a data   *
      *                  da ultima visita realizada de ARQ-VISITA e a  *
      *                  do ultimo contato remoto efetivo (GCC189P).   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC055FC.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC055FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo Relatorio
      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos critica do contato remoto
       COPY ".\copybooks\GCC189W.cpy".

      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".

               10  W-CHU-ZEROS         PIC 9(002).
               10  W-CHU-ULT-VISITA    PIC 9(008).
               10  W-CHU-GRAVIDADE     PIC 9(005).
               10  W-CHU-ULT-REMOTO    PIC 9(008).
           05  W-CHU-ITEM-TROCA        PIC X(160).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05 FILLER               PIC X(17) VALUE "Media 12m".
           05 FILLER               PIC X(09) VALUE "Queda %".
           05 FILLER               PIC X(08) VALUE "M.Zero".
           05 FILLER               PIC X(12) VALUE "Ult.Visita".
           05 FILLER               PIC X(10) VALUE "Ult.Remoto".

       01  W-LIN-CLIENTE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-ZEROS           PIC Z9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-ULT-VISITA      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LC-ULT-REMOTO      PIC X(10).

       01  W-DATA-EDITADA.
           05 W-DE-DIA             PIC 9(02).
           END-IF

           PERFORM 2400-CRUZAR-VISITAS
           PERFORM 2450-CRUZAR-CONTATOS-REM
           PERFORM 2500-ORDENAR-PIORES
           PERFORM 4000-GRAVAR-RELATORIO.

           MOVE W-CHU-MESES-ZERO       TO W-CHU-ZEROS(W-QTDE-TAB-CHU)
           MOVE ZEROS                  TO W-CHU-ULT-VISITA
                                          (W-QTDE-TAB-CHU)
           MOVE ZEROS                  TO W-CHU-ULT-REMOTO
                                          (W-QTDE-TAB-CHU)
           COMPUTE W-CHU-GRAVIDADE(W-QTDE-TAB-CHU) =
                   W-CHU-MESES-ZERO * 1000 + W-CHU-QUEDA-CALC.

       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2450-CRUZAR-CONTATOS-REM        SECTION.
      *----------------------------------------------------------------*
      * Ultimo contato remoto efetivo de cada cliente flagrado,
      * mostrado ao lado da ultima visita presencial. Sem arquivo de
      * contatos a coluna sai vazia.
           OPEN INPUT ARQ-CONTATO-REM
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2450-99-FIM
           END-IF

           PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           PERFORM UNTIL NOT FS-OK
               IF  CRM-EFETIVO
                   PERFORM 2460-ATUALIZAR-ULT-REMOTO
               END-IF
               PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           END-PERFORM
           PERFORM 7470-FECHAR-ARQ-CONTATO-REM.

      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2460-ATUALIZAR-ULT-REMOTO       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-CHU-ACHADO
           PERFORM VARYING W-SUB-CHU FROM 1 BY 1
                   UNTIL W-SUB-CHU GREATER W-QTDE-TAB-CHU
                      OR W-SUB-CHU-ACHADO GREATER ZEROS
               IF  W-CHU-CLIE(W-SUB-CHU) EQUAL CRM-CLIE-CODIGO
                   MOVE W-SUB-CHU      TO W-SUB-CHU-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-CHU-ACHADO        GREATER ZEROS
               IF  CRM-DATA GREATER
                   W-CHU-ULT-REMOTO(W-SUB-CHU-ACHADO)
                   MOVE CRM-DATA
                        TO W-CHU-ULT-REMOTO(W-SUB-CHU-ACHADO)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2460-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-ORDENAR-PIORES             SECTION.
      *----------------------------------------------------------------*
               MOVE W-DD-ANO           TO W-DE-ANO
               MOVE W-DATA-EDITADA     TO W-LC-ULT-VISITA
           END-IF
           IF  W-CHU-ULT-REMOTO(W-SUB-CHU) EQUAL ZEROS
               MOVE "   NUNCA  "       TO W-LC-ULT-REMOTO
           ELSE
               MOVE W-CHU-ULT-REMOTO(W-SUB-CHU)
                                       TO W-DATA-DESMONTADA
               MOVE W-DD-DIA           TO W-DE-DIA
               MOVE W-DD-MES           TO W-DE-MES
               MOVE W-DD-ANO           TO W-DE-ANO
               MOVE W-DATA-EDITADA     TO W-LC-ULT-REMOTO
           END-IF
           WRITE REG-ARQ-RELATO FROM W-LIN-CLIENTE AFTER 1.

      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas arquivo registro de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas registro de contato remoto
       COPY ".\copybooks\GCC189R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo relatorio e importacao
