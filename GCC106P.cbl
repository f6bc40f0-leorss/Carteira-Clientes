      *                  rejeitados e tela de contadores), e emite a   *
      *                  relacao de clientes bloqueados por vendedor   *
      *                  para a acao de cobranca.                      *
      *                  A linha pode trazer tambem o limite de credito*
      *                  do cliente, gravado no arquivo de credito     *
      *                  (ARQ-CREDITO) usado no calculo diario da      *
      *                  exposicao (GCC208P); linha sem limite mantem  *
      *                  o limite anterior.                            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208FC.cpy".

      * Arquivo importacao da situacao de credito
       SELECT ARQ-IMP-CREDITO      ASSIGN TO  WID-ARQ-IMP-CREDITO
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208FD.cpy".

      * Arquivo importacao da situacao de credito: posicional - CNPJ
      * do cliente e situacao (B = bloqueado, L = liberado), seguidos
      * do limite de credito opcional (13 digitos, 2 decimais); linha
      * no layout antigo, sem limite, chega com o campo em branco.
       FD  ARQ-IMP-CREDITO.
       01  REG-ARQ-IMP-CREDITO.
           02 IMPC-CNPJ                PIC  9(014).
           02 IMPC-SITUACAO            PIC  X(001).
               88 IMPC-BLOQUEADO       VALUE "B".
               88 IMPC-LIBERADO        VALUE "L".
           02 IMPC-LIMITE              PIC  9(011)V9(002).
           02 IMPC-LIMITE-X            REDEFINES IMPC-LIMITE
                                       PIC  X(013).

      * Arquivo log de rejeitados
       FD  ARQ-LOG.
           05 W-LOG-MOTIVO             PIC  X(40) VALUES SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-CRED-ABERTO               PIC X(01) VALUE "N".

       01  W-CAMPOS-REL-BLOQ.
           05  W-RBL-VEND-CORR         PIC 9(07) VALUE ZEROS.
           05  W-RBL-TOT-VEND          PIC 9(05) VALUE ZEROS.
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 7710-ABRIR-ARQ-LOG
               PERFORM 7173-ABRIR-ARQ-CREDITO
               IF  FS-OK
                   MOVE "S"            TO W-CRED-ABERTO
               ELSE
                   MOVE "N"            TO W-CRED-ABERTO
               END-IF
               DISPLAY S-TELA-CONTADOR

               PERFORM 7651-LER-PROX-IMP-CREDITO
               END-PERFORM

               CLOSE ARQ-IMP-CREDITO
               IF  W-CRED-ABERTO       EQUAL "S"
                   PERFORM 7179-FECHAR-ARQ-CREDITO
               END-IF
               PERFORM 7790-FECHAR-ARQ-LOG

               MOVE "IMP-CRED"          TO W-RESUMO-DIA-TIPO
               GO TO 1100-99-FIM
           END-IF

           IF  IMPC-LIMITE-X           NOT EQUAL SPACES AND
               IMPC-LIMITE             NOT NUMERIC
               ADD 1                   TO W-ERROS
               MOVE "Limite de credito invalido"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           PERFORM 7110-ABRIR-ARQ-CLIE
           IF  NOT FS-OK
               ADD 1                   TO W-ERROS
               REWRITE REG-ARQ-CLIENTE
               IF  FS-OK
                   ADD 1               TO W-GRAVADOS
                   IF  IMPC-LIMITE     NUMERIC
                       PERFORM 1150-GRAVAR-LIMITE
                   END-IF
               ELSE
                   ADD 1               TO W-ERROS
                   STRING "Erro gravacao. FS: "
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-GRAVAR-LIMITE              SECTION.
      *----------------------------------------------------------------*
      * Grava o limite informado no arquivo de credito do cliente; a
      * exposicao ja calculada fica como esta ate o proximo calculo.
           IF  W-CRED-ABERTO           NOT EQUAL "S"
               MOVE "Arquivo de credito indisponivel"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1150-99-FIM
           END-IF

           MOVE CLIE-CODIGO            TO CRED-CLIE-CODIGO
           PERFORM 7175-LER-ARQ-CREDITO-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE CLIE-CODIGO        TO CRED-CLIE-CODIGO
               PERFORM 7177-INICIAR-REG-CREDITO
           END-IF
           MOVE IMPC-LIMITE            TO CRED-LIMITE
           ACCEPT CRED-DATA-LIMITE     FROM DATE YYYYMMDD

           IF  W-REG-ENCONTRADO        EQUAL "N"
               WRITE REG-ARQ-CREDITO
           ELSE
               REWRITE REG-ARQ-CREDITO
           END-IF
           IF  NOT FS-OK
               STRING "Erro gravacao limite. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1190-MONTAR-LOG                 SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
      * Rotinas limite e exposicao de credito
       COPY ".\copybooks\GCC208R.cpy".
