      *                  classificado dentro da equipe de cada         *
      *                  supervisor (VEND-SUPERVISOR) - a conversa     *
      *                  mensal de desempenho numa pagina so.          *
      *                  Vendedores de campo e da mesa de inside sales *
      *                  sao classificados em blocos separados dentro  *
      *                  da equipe, cada tipo com os seus maximos.     *
      *                  Supervisor da competencia pelo historico de   *
      *                  equipe do vendedor. Contato remoto efetivo    *
      *                  (GCC189P) cobre o cliente pela regra do       *
      *                  segmento (GCC190P), com remotos e cobertos    *
      *                  por remoto em colunas proprias.               *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC059FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".
      * Arquivo Clientes
       COPY ".\copybooks\GCC011FC.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FC.cpy".
      * Regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC059FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".
      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Registro de contato remoto
       COPY ".\copybooks\GCC189FD.cpy".
      * Regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao de supervisor
       COPY ".\copybooks\GCC059W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".
      * Campos critica do contato remoto
       COPY ".\copybooks\GCC189W.cpy".
      * Campos regra de contato remoto na cobertura
       COPY ".\copybooks\GCC190W.cpy".

      * Pesos da nota composta (percentuais, soma sugerida 100).
       01  W-FILTROS-SCORE.
           05  W-SCO-SUP-CORR          PIC 9(07) VALUE ZEROS.
           05  W-SCO-RANK              PIC 9(03) VALUE ZEROS.
           05  W-SCO-SUP-PRIMEIRO      PIC X(01) VALUE "S".
           05  W-SCO-TIPO-CORR         PIC X(01) VALUE SPACES.
      * Maximos da mesa de inside sales, separados dos de campo para
      * que a carteira maior da mesa nao achate as notas de campo.
           05  W-SCO-MAX-CARTEIRA-INS  PIC 9(05) VALUE ZEROS.
           05  W-SCO-MAX-FATUR-INS     PIC 9(13)V9(02) VALUE ZEROS.
           05  W-SCO-MAX-VISITAS-INS   PIC 9(05) VALUE ZEROS.
           05  W-SCO-MAX-CARTEIRA-USO  PIC 9(05) VALUE ZEROS.
           05  W-SCO-MAX-FATUR-USO     PIC 9(13)V9(02) VALUE ZEROS.
           05  W-SCO-MAX-VISITAS-USO   PIC 9(05) VALUE ZEROS.

       01  W-TAB-SCORE.
           05  W-QTDE-TAB-SCO          PIC 9(03) COMP VALUE ZEROS.
               10  W-SCO-COBERTURA     PIC 9(003)V9(002).
               10  W-SCO-VISITAS       PIC 9(005).
               10  W-SCO-NOTA          PIC 9(003)V9(002).
               10  W-SCO-TIPO          PIC X(001).
                   88  W-SCO-INSIDE    VALUE "I".
      * Contatos remotos efetivos da competencia e clientes cobertos
      * so pelo remoto (ja somados em W-SCO-COBERTOS).
               10  W-SCO-REMOTOS       PIC 9(005).
               10  W-SCO-COB-REMOTO    PIC 9(005).
           05  W-SCO-ITEM-TROCA        PIC X(110).

      * Pares vendedor + cliente ja visitados na competencia, para a
      * contagem de cobertura sem duplicar cliente.
               10  W-PAR-VEND          PIC 9(007).
               10  W-PAR-CLIE          PIC 9(007).

      * Pares vendedor + cliente com contato remoto efetivo na
      * competencia: data do ultimo remoto do mes e da ultima visita
      * presencial realizada ate o fim da competencia, para a regra
      * do segmento.
       01  W-TAB-PARES-REMOTO.
           05  W-QTDE-TAB-REM          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-REM               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-REM-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-REM-ITEM              OCCURS 9999 TIMES.
               10  W-REM-VEND          PIC 9(007).
               10  W-REM-CLIE          PIC 9(007).
               10  W-REM-ULT-REMOTO    PIC 9(008).
               10  W-REM-ULT-PRES      PIC 9(008).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".
           05 W-CS-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CS-NOME            PIC X(40).
           05 W-CS-TIPO            PIC X(30).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(04) VALUE "Rank".
           05 FILLER               PIC X(08) VALUE " Meta%".
           05 FILLER               PIC X(08) VALUE " Cober%".
           05 FILLER               PIC X(08) VALUE "Visitas".
           05 FILLER               PIC X(08) VALUE "Remotos".
           05 FILLER               PIC X(08) VALUE " Cob.Rem".
           05 FILLER               PIC X(08) VALUE "   Nota".

       01  W-LIN-VENDEDOR.
           05 W-LV-COBERTURA       PIC ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LV-VISITAS         PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LV-REMOTOS         PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LV-COB-REMOTO      PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LV-NOTA            PIC ZZ9,99.

           INITIALIZE W-CAMPOS-SCORE
           MOVE ZEROS                  TO W-QTDE-TAB-SCO
                                          W-QTDE-TAB-PAR
                                          W-QTDE-TAB-REM

           PERFORM 2100-ACUMULAR-CARTEIRA
           IF  W-QTDE-TAB-SCO          EQUAL ZEROS
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2150-ACUMULAR-REMOTOS
           PERFORM 2200-ACUMULAR-VISITAS
           PERFORM 2250-COBRIR-POR-REMOTO
           PERFORM 2300-COMPLETAR-VENDEDOR
                   VARYING W-SUB-SCO FROM 1 BY 1
                   UNTIL W-SUB-SCO GREATER W-QTDE-TAB-SCO
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-ACUMULAR-REMOTOS           SECTION.
      *----------------------------------------------------------------*
      * Conta os contatos remotos efetivos da competencia por vendedor
      * e guarda o ultimo de cada par vendedor + cliente. A chave do
      * arquivo comeca pela data: posiciona no primeiro dia do mes.
           OPEN INPUT ARQ-CONTATO-REM
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2150-99-FIM
           END-IF

           INITIALIZE CRM-CHAVE
           COMPUTE CRM-DATA = W-SCO-COMPETENCIA * 100 + 1
           PERFORM 7465-START-ARQ-CONTATO-REM-ASC
           IF  FS-OK
               PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CRM-DATA(1:6) NOT EQUAL W-SCO-COMPETENCIA
               IF  CRM-EFETIVO
                   PERFORM 2160-ACUMULAR-REMOTO
               END-IF
               PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           END-PERFORM
           PERFORM 7470-FECHAR-ARQ-CONTATO-REM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2160-ACUMULAR-REMOTO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-SCO-ACHADO
           PERFORM VARYING W-SUB-SCO FROM 1 BY 1
                   UNTIL W-SUB-SCO GREATER W-QTDE-TAB-SCO
                      OR W-SUB-SCO-ACHADO GREATER ZEROS
               IF  W-SCO-VEND(W-SUB-SCO) EQUAL CRM-VEND-CODIGO
                   MOVE W-SUB-SCO      TO W-SUB-SCO-ACHADO
               END-IF
           END-PERFORM
           IF  W-SUB-SCO-ACHADO        EQUAL ZEROS
               GO TO 2160-99-FIM
           END-IF

           ADD 1                 TO W-SCO-REMOTOS(W-SUB-SCO-ACHADO)

           MOVE ZEROS                  TO W-SUB-REM-ACHADO
           PERFORM VARYING W-SUB-REM FROM 1 BY 1
                   UNTIL W-SUB-REM GREATER W-QTDE-TAB-REM
                      OR W-SUB-REM-ACHADO GREATER ZEROS
               IF  W-REM-VEND(W-SUB-REM) EQUAL CRM-VEND-CODIGO
                   AND W-REM-CLIE(W-SUB-REM) EQUAL CRM-CLIE-CODIGO
                   MOVE W-SUB-REM      TO W-SUB-REM-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-REM-ACHADO EQUAL ZEROS AND
               W-QTDE-TAB-REM   LESS 9999
               ADD 1                   TO W-QTDE-TAB-REM
               MOVE W-QTDE-TAB-REM     TO W-SUB-REM-ACHADO
               MOVE CRM-VEND-CODIGO    TO W-REM-VEND(W-QTDE-TAB-REM)
               MOVE CRM-CLIE-CODIGO    TO W-REM-CLIE(W-QTDE-TAB-REM)
               MOVE ZEROS         TO W-REM-ULT-REMOTO(W-QTDE-TAB-REM)
                                     W-REM-ULT-PRES(W-QTDE-TAB-REM)
           END-IF

           IF  W-SUB-REM-ACHADO        GREATER ZEROS
               IF  CRM-DATA GREATER W-REM-ULT-REMOTO(W-SUB-REM-ACHADO)
                   MOVE CRM-DATA
                        TO W-REM-ULT-REMOTO(W-SUB-REM-ACHADO)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-ACUMULAR-VISITAS           SECTION.
      *----------------------------------------------------------------*
      * Conta as visitas realizadas da competencia por vendedor e os
      * clientes distintos visitados (cobertura), com dedupe pelo
      * par vendedor + cliente. Ate o fim da competencia guarda
      * tambem a ultima visita dos pares com contato remoto.
           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           IF  NOT FS-OK
               GO TO 2200-99-FIM
                   VISITA-DATA(1:6) EQUAL W-SCO-COMPETENCIA
                   PERFORM 2210-ACUMULAR-VISITA
               END-IF
               IF  VISITA-REALIZADA AND
                   W-QTDE-TAB-REM GREATER ZEROS AND
                   VISITA-DATA(1:6) NOT GREATER W-SCO-COMPETENCIA
                   PERFORM 2220-ULT-VISITA-REMOTO
               END-IF
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM
           PERFORM 7390-FECHAR-ARQ-VISITA.
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-ULT-VISITA-REMOTO          SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-SUB-REM FROM 1 BY 1
                   UNTIL W-SUB-REM GREATER W-QTDE-TAB-REM
               IF  W-REM-VEND(W-SUB-REM) EQUAL VISITA-VEND-CODIGO
                   AND W-REM-CLIE(W-SUB-REM) EQUAL VISITA-CLIE-CODIGO
                   AND VISITA-DATA GREATER W-REM-ULT-PRES(W-SUB-REM)
                   MOVE VISITA-DATA    TO W-REM-ULT-PRES(W-SUB-REM)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-COBRIR-POR-REMOTO          SECTION.
      *----------------------------------------------------------------*
      * Par com contato remoto e sem visita presencial na competencia
      * entra na cobertura quando a regra do segmento do cliente
      * aceita o remoto (7951).
           IF  W-QTDE-TAB-REM          EQUAL ZEROS
               GO TO 2250-99-FIM
           END-IF

           PERFORM 7950-CARREGAR-REGRA-REMOTO
           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           IF  NOT FS-OK
               GO TO 2250-99-FIM
           END-IF

           PERFORM VARYING W-SUB-REM FROM 1 BY 1
                   UNTIL W-SUB-REM GREATER W-QTDE-TAB-REM
               PERFORM 2260-AVALIAR-PAR-REMOTO
           END-PERFORM
           PERFORM 7190-FECHAR-ARQ-CLIE.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2260-AVALIAR-PAR-REMOTO         SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-PAR-ACHADO
           PERFORM VARYING W-SUB-PAR FROM 1 BY 1
                   UNTIL W-SUB-PAR GREATER W-QTDE-TAB-PAR
                      OR W-PAR-ACHADO EQUAL "S"
               IF  W-PAR-VEND(W-SUB-PAR) EQUAL W-REM-VEND(W-SUB-REM)
                   AND W-PAR-CLIE(W-SUB-PAR)
                       EQUAL W-REM-CLIE(W-SUB-REM)
                   MOVE "S"            TO W-PAR-ACHADO
               END-IF
           END-PERFORM
           IF  W-PAR-ACHADO            EQUAL "S"
               GO TO 2260-99-FIM
           END-IF

           MOVE SPACES                 TO W-RRM-SEGMENTO
           MOVE W-REM-CLIE(W-SUB-REM)  TO CLIE-CODIGO
           READ ARQ-CLIENTE KEY IS CLIE-CODIGO
               INVALID KEY
                   MOVE "00"           TO WS-RESULTADO-ACESSO
               NOT INVALID KEY
                   MOVE CLIE-SEGMENTO  TO W-RRM-SEGMENTO
           END-READ
           MOVE W-REM-ULT-PRES(W-SUB-REM)
                                       TO W-RRM-ULT-PRESENCIAL
           MOVE W-REM-ULT-REMOTO(W-SUB-REM)
                                       TO W-RRM-ULT-REMOTO
           PERFORM 7951-AVALIAR-CONTATO-REMOTO
           IF  W-RRM-REMOTO-CONTOU     NOT EQUAL "S"
               GO TO 2260-99-FIM
           END-IF

           MOVE ZEROS                  TO W-SUB-SCO-ACHADO
           PERFORM VARYING W-SUB-SCO FROM 1 BY 1
                   UNTIL W-SUB-SCO GREATER W-QTDE-TAB-SCO
                      OR W-SUB-SCO-ACHADO GREATER ZEROS
               IF  W-SCO-VEND(W-SUB-SCO) EQUAL W-REM-VEND(W-SUB-REM)
                   MOVE W-SUB-SCO      TO W-SUB-SCO-ACHADO
               END-IF
           END-PERFORM
           IF  W-SUB-SCO-ACHADO        GREATER ZEROS
               ADD 1              TO W-SCO-COBERTOS(W-SUB-SCO-ACHADO)
               ADD 1             TO W-SCO-COB-REMOTO(W-SUB-SCO-ACHADO)
           END-IF.

      *----------------------------------------------------------------*
       2260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-COMPLETAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * Completa cada vendedor com o supervisor da competencia (o do
      * historico de equipe no fim do mes; sem historico, o do
      * cadastro), o atingimento da meta e o percentual de cobertura.
           MOVE W-SCO-VEND(W-SUB-SCO)  TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           MOVE "C"                    TO W-SCO-TIPO(W-SUB-SCO)
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-CODIGO        TO W-HEQ-VEND
               COMPUTE W-HEQ-DATA-REF = W-SCO-COMPETENCIA * 100 + 31
               MOVE VEND-SUPERVISOR    TO W-HEQ-SUPERV
               MOVE VEND-TERRITORIO    TO W-HEQ-TERRIT
               PERFORM 7920-OBTER-EQUIPE-NA-DATA
               MOVE W-HEQ-SUPERV
                    TO W-SCO-SUPERVISOR(W-SUB-SCO)
               IF  VEND-INSIDE
                   MOVE "I"            TO W-SCO-TIPO(W-SUB-SCO)
               END-IF
           END-IF

           PERFORM 7040-ABRIR-ARQ-META
                       / W-SCO-CARTEIRA(W-SUB-SCO)
           END-IF

           IF  W-SCO-INSIDE(W-SUB-SCO)
               IF  W-SCO-CARTEIRA(W-SUB-SCO)
                   GREATER W-SCO-MAX-CARTEIRA-INS
                   MOVE W-SCO-CARTEIRA(W-SUB-SCO)
                                       TO W-SCO-MAX-CARTEIRA-INS
               END-IF
               IF  W-SCO-FATUR(W-SUB-SCO) GREATER W-SCO-MAX-FATUR-INS
                   MOVE W-SCO-FATUR(W-SUB-SCO)
                                       TO W-SCO-MAX-FATUR-INS
               END-IF
               IF  W-SCO-VISITAS(W-SUB-SCO)
                   GREATER W-SCO-MAX-VISITAS-INS
                   MOVE W-SCO-VISITAS(W-SUB-SCO)
                                       TO W-SCO-MAX-VISITAS-INS
               END-IF
               GO TO 2300-99-FIM
           END-IF

           IF  W-SCO-CARTEIRA(W-SUB-SCO) GREATER W-SCO-MAX-CARTEIRA
               MOVE W-SCO-CARTEIRA(W-SUB-SCO)
                                       TO W-SCO-MAX-CARTEIRA
                                          W-SCO-IND-META
                                          W-SCO-IND-COBERTURA
                                          W-SCO-IND-VISITAS
               IF  W-SCO-INSIDE(W-SUB-SCO)
                   MOVE W-SCO-MAX-CARTEIRA-INS
                                       TO W-SCO-MAX-CARTEIRA-USO
                   MOVE W-SCO-MAX-FATUR-INS
                                       TO W-SCO-MAX-FATUR-USO
                   MOVE W-SCO-MAX-VISITAS-INS
                                       TO W-SCO-MAX-VISITAS-USO
               ELSE
                   MOVE W-SCO-MAX-CARTEIRA
                                       TO W-SCO-MAX-CARTEIRA-USO
                   MOVE W-SCO-MAX-FATUR
                                       TO W-SCO-MAX-FATUR-USO
                   MOVE W-SCO-MAX-VISITAS
                                       TO W-SCO-MAX-VISITAS-USO
               END-IF
               IF  W-SCO-MAX-CARTEIRA-USO GREATER ZEROS
                   COMPUTE W-SCO-IND-CARTEIRA ROUNDED =
                           W-SCO-CARTEIRA(W-SUB-SCO) * 100
                           / W-SCO-MAX-CARTEIRA-USO
               END-IF
               IF  W-SCO-MAX-FATUR-USO GREATER ZEROS
                   COMPUTE W-SCO-IND-FATUR ROUNDED =
                           W-SCO-FATUR(W-SUB-SCO) * 100
                           / W-SCO-MAX-FATUR-USO
               END-IF
               MOVE W-SCO-META-PCT(W-SUB-SCO)
                                       TO W-SCO-IND-META
               IF  W-SCO-IND-COBERTURA GREATER 100
                   MOVE 100            TO W-SCO-IND-COBERTURA
               END-IF
               IF  W-SCO-MAX-VISITAS-USO GREATER ZEROS
                   COMPUTE W-SCO-IND-VISITAS ROUNDED =
                           W-SCO-VISITAS(W-SUB-SCO) * 100
                           / W-SCO-MAX-VISITAS-USO
               END-IF

               COMPUTE W-SCO-NOTA(W-SUB-SCO) ROUNDED =
      *----------------------------------------------------------------*
       2500-ORDENAR-EQUIPES            SECTION.
      *----------------------------------------------------------------*
      * Ordena por supervisor, tipo de vendedor (campo antes da mesa
      * de inside sales) e, dentro de cada bloco, da maior para a
      * menor nota.
           MOVE "S"                    TO W-SCO-TROCOU
           PERFORM 2510-PASSADA-TROCA  UNTIL W-SCO-TROCOU EQUAL "N".
                   W-SCO-SUPERVISOR(W-SUB-SCO-2) OR
                   (W-SCO-SUPERVISOR(W-SUB-SCO) EQUAL
                    W-SCO-SUPERVISOR(W-SUB-SCO-2) AND
                    W-SCO-TIPO(W-SUB-SCO) GREATER
                    W-SCO-TIPO(W-SUB-SCO-2)) OR
                   (W-SCO-SUPERVISOR(W-SUB-SCO) EQUAL
                    W-SCO-SUPERVISOR(W-SUB-SCO-2) AND
                    W-SCO-TIPO(W-SUB-SCO) EQUAL
                    W-SCO-TIPO(W-SUB-SCO-2) AND
                    W-SCO-NOTA(W-SUB-SCO) LESS
                    W-SCO-NOTA(W-SUB-SCO-2))
                   MOVE W-SCO-ITEM(W-SUB-SCO)
                   UNTIL W-SUB-SCO GREATER W-QTDE-TAB-SCO
               IF  W-SCO-SUPERVISOR(W-SUB-SCO)
                   NOT EQUAL W-SCO-SUP-CORR
                   OR W-SCO-TIPO(W-SUB-SCO)
                   NOT EQUAL W-SCO-TIPO-CORR
                   OR W-SCO-SUP-PRIMEIRO EQUAL "S"
                   PERFORM 4100-GRAVAR-CABEC-SUPERV
               END-IF
           MOVE W-SCO-SUPERVISOR(W-SUB-SCO)
                                       TO W-SCO-SUP-CORR
                                          W-CS-CODIGO
           MOVE W-SCO-TIPO(W-SUB-SCO)  TO W-SCO-TIPO-CORR
           IF  W-SCO-INSIDE(W-SUB-SCO)
               MOVE " - Mesa de inside sales"
                                       TO W-CS-TIPO
           ELSE
               MOVE " - Vendedores de campo"
                                       TO W-CS-TIPO
           END-IF
           MOVE SPACES                 TO W-CS-NOME
           IF  W-SCO-SUP-CORR          EQUAL ZEROS
               MOVE "(sem supervisor definido)"
                                       TO W-LV-COBERTURA
           MOVE W-SCO-VISITAS(W-SUB-SCO)
                                       TO W-LV-VISITAS
           MOVE W-SCO-REMOTOS(W-SUB-SCO)
                                       TO W-LV-REMOTOS
           MOVE W-SCO-COB-REMOTO(W-SUB-SCO)
                                       TO W-LV-COB-REMOTO
           MOVE W-SCO-NOTA(W-SUB-SCO)  TO W-LV-NOTA
           WRITE REG-ARQ-RELATO FROM W-LIN-VENDEDOR AFTER 1.

       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
      * Rotinas clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas registro de contato remoto
       COPY ".\copybooks\GCC189R.cpy".
      * Rotinas regra de contato remoto na cobertura
       COPY ".\copybooks\GCC190R.cpy".
