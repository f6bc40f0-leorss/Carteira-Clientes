      *                  unica confirmada, com cada movimento          *
      *                  aplicado registrado em ARQ-HIST-ATRIB como    *
      *                  qualquer outra troca.                         *
      *                  O destino e sempre um vendedor da mesma linha *
      *                  de negocio da atribuicao movida.              *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           02 HATR-DISTANCIA-M         PIC  9(010).
           02 FILLER                   PIC  X(001).
           02 HATR-ORIGEM              PIC  X(008).
           02 FILLER                   PIC  X(001).
           02 HATR-LINHA               PIC  9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
               10  W-VR-LONGITUDE      PIC S9(003)V9(008).
               10  W-VR-QTDE           PIC S9(005).
               10  W-VR-FATUR          PIC S9(013)V9(002).
               10  W-VR-LINHA          PIC 9(002).

      * Carteira carregada para a analise.
       01  W-TAB-CART-REBAL.
               10  W-CR-FATUR          PIC 9(011)V9(002).
               10  W-CR-TRAVADO        PIC X(001).
               10  W-CR-PROPOSTO       PIC X(001).
               10  W-CR-LINHA          PIC 9(002).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
                                       TO W-VR-LONGITUDE(W-QTDE-TAB-VR)
                   MOVE ZEROS          TO W-VR-QTDE(W-QTDE-TAB-VR)
                                          W-VR-FATUR(W-QTDE-TAB-VR)
      * Vendedor sem linha de negocio atende a linha 01.
                   IF  VEND-LINHA      NOT NUMERIC OR
                       VEND-LINHA      EQUAL ZEROS
                       MOVE 1          TO W-VR-LINHA(W-QTDE-TAB-VR)
                   ELSE
                       MOVE VEND-LINHA TO W-VR-LINHA(W-QTDE-TAB-VR)
                   END-IF
               END-IF
               PERFORM 7253-LER-PROX-ARQ-VEND
           END-PERFORM
           MOVE DIST-DISTANCIA         TO W-CR-DIST-M(W-QTDE-TAB-CR)
           MOVE ZEROS                  TO W-CR-FATUR(W-QTDE-TAB-CR)
           MOVE "N"                    TO W-CR-PROPOSTO(W-QTDE-TAB-CR)
           MOVE DIST-LINHA             TO W-CR-LINHA(W-QTDE-TAB-CR)
           IF  DIST-VINC-FIXO OR DIST-COB-TEMP
               MOVE "S"                TO W-CR-TRAVADO(W-QTDE-TAB-CR)
           ELSE
       2425-AVALIAR-CANDIDATO          SECTION.
      *----------------------------------------------------------------*

           IF  W-VR-LINHA(W-SUB-VR) NOT EQUAL
               W-CR-LINHA(W-RBA-SUB-PIOR)
               GO TO 2425-99-FIM
           END-IF
           IF  W-RBA-MAX-CLIENTES GREATER ZEROS AND
               W-VR-QTDE(W-SUB-VR) NOT LESS W-RBA-MAX-CLIENTES
               GO TO 2425-99-FIM
           MOVE W-CR-DIST-M(W-RBA-SUB-PIOR)
                                       TO PMOV-DIST-ATUAL-M
           MOVE W-RBA-MELHOR-DIST      TO PMOV-DIST-NOVA-M
           MOVE W-CR-LINHA(W-RBA-SUB-PIOR)
                                       TO PMOV-LINHA
           ACCEPT PMOV-DATA-GERACAO    FROM DATE YYYYMMDD
           SET PMOV-PENDENTE           TO TRUE
           IF  W-REG-ENCONTRADO        EQUAL "S"
      * se o cliente ainda esta com o vendedor de origem e nao virou
      * vinculo fixo desde a geracao.
           MOVE PMOV-CLIE-CODIGO       TO DIST-CLIE-CODIGO
           IF  PMOV-LINHA              NOT NUMERIC OR
               PMOV-LINHA              EQUAL ZEROS
               MOVE 1                  TO DIST-LINHA
           ELSE
               MOVE PMOV-LINHA         TO DIST-LINHA
           END-IF
           PERFORM 7652-LER-ARQ-DIST-CHAVE
           IF  W-REG-ENCONTRADO EQUAL "N" OR
               DIST-VEND-CODIGO NOT EQUAL PMOV-VEND-DE OR
               DIST-VINC-FIXO
           MOVE VEND-LATITUDE          TO DIST-VEND-LATITUDE
           MOVE VEND-LONGITUDE         TO DIST-VEND-LONGITUDE
           MOVE PMOV-DIST-NOVA-M       TO DIST-DISTANCIA
      * Troca de vendedor reinicia a permanencia do cliente.
           ACCEPT DIST-DATA-ATRIB      FROM DATE YYYYMMDD
           PERFORM 7661-REGRAVAR-ARQ-DIST
           IF  NOT FS-OK
               ADD 1                   TO W-RBA-PULADAS
               MOVE PMOV-VEND-PARA     TO HATR-VEND-NOVO
               MOVE PMOV-DIST-NOVA-M   TO HATR-DISTANCIA-M
               MOVE "REBALANC"         TO HATR-ORIGEM
               MOVE DIST-LINHA         TO HATR-LINHA
               WRITE REG-ARQ-HIST-ATRIB
               CLOSE ARQ-HIST-ATRIB
           END-IF.
           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-DIST-CALCULADA = 6371 * W-C * 1000.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
