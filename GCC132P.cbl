      *                  ultima linha enviada), sem mexer na trilha;   *
      *                  o retorno do CRM e conciliado como no         *
      *                  GCC081P, com relatorio das linhas recusadas.  *
      *                  Canais em opt-out de contato (GCC154P) seguem *
      *                  marcados em cada linha do delta.              *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC011FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo de consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FC.cpy".

      * Arquivo delta de saida para o CRM
       SELECT ARQ-CRM-DELTA        ASSIGN TO  WID-ARQ-CRM-DELTA
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo de consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FD.cpy".

      * Delta de saida: header (H + data), detalhes (D + operacao +
      * codigo + data/hora da alteracao + dados correntes) e trailer
      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos da consulta de opt-out de contato
       COPY ".\copybooks\GCC154W.cpy".

       01  W-DELTA-HEADER.
           05 FILLER                   PIC X(01) VALUE "H".
           05 W-DLT-H-DATA             PIC 9(08).
           05 W-DLT-D-TELEFONE         PIC X(15).
           05 W-DLT-D-CEP              PIC 9(08).
           05 W-DLT-D-SITUACAO         PIC X(01).
      * Canais em opt-out de contato (E, T, W nas posicoes 1 a 3,
      * branco = sem restricao); o CRM nao aciona o canal marcado.
           05 W-DLT-D-OPTOUT           PIC X(03).
           05 FILLER                   PIC X(20) VALUE SPACES.

       01  W-DELTA-TRAILER.
           05 FILLER                   PIC X(01) VALUE "T".
               GO TO 1000-99-FIM
           END-IF

           MOVE ZEROS                  TO W-CNS-SUPRIMIDOS
           MOVE "N"                    TO W-CNS-ABERTO
           OPEN INPUT ARQ-CONSENT
           IF  FS-OK
               MOVE "S"                TO W-CNS-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           MOVE "GCC132P"              TO W-SUPR-PROGRAMA
           MOVE "MARCADO"              TO W-SUPR-ACAO

           ACCEPT W-DLT-H-DATA         FROM DATE YYYYMMDD
           WRITE REG-ARQ-CRM-DELTA     FROM W-DELTA-HEADER

           WRITE REG-ARQ-CRM-DELTA     FROM W-DELTA-TRAILER
           CLOSE ARQ-CRM-DELTA
           CLOSE ARQ-AUDIT-CLIE
           IF  W-CNS-ABERTO            EQUAL "S"
               PERFORM 7639-FECHAR-ARQ-CONSENT
               MOVE "N"                TO W-CNS-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 1300-GRAVAR-MARCA

           MOVE W-DLT-ENVIADAS         TO W-DLT-ENVIADAS-ED
           MOVE W-CNS-SUPRIMIDOS       TO W-CNS-SUPRIMIDOS-ED
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC132P - Delta cadastral gerado com "
                       W-DLT-ENVIADAS-ED " alteracoes, "
                       W-CNS-SUPRIMIDOS-ED " com opt-out de contato"
           ELSE
               MOVE SPACES             TO W-MSGERRO
               STRING "Delta gerado com " W-DLT-ENVIADAS-ED
                      " alteracoes, " W-CNS-SUPRIMIDOS-ED
                      " com opt-out, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.
               MOVE W-AUP-RAZAO        TO W-DLT-D-RAZAO
           END-IF

      * Opt-out de contato segue marcado na linha e vai para o log de
      * supressoes.
           MOVE W-DLT-D-CODIGO         TO W-CNS-CLIE-CODIGO
           PERFORM 7637-VERIFICAR-OPTOUT-CLIE
           MOVE W-CNS-CANAIS-OPTOUT    TO W-DLT-D-OPTOUT
           IF  NOT W-CNS-SEM-OPTOUT
               PERFORM 7638-GRAVAR-ARQ-SUPR-CONTATO
           END-IF

           WRITE REG-ARQ-CRM-DELTA     FROM W-DELTA-DETALHE
           ADD 1                       TO W-DLT-ENVIADAS.

       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154R.cpy".
