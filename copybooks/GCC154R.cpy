      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo de consentimento de contato
      *================================================================*
      *----------------------------------------------------------------*
       7630-ABRIR-ARQ-CONSENT          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONSENT

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-CONSENT
                   CLOSE ARQ-CONSENT
                   OPEN I-O ARQ-CONSENT
               ELSE
                   STRING "Erro ao abrir ARQ-CONSENT. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7631-ABRIR-INPUT-ARQ-CONSENT    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CONSENT
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-CONSENT nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-CONSENT. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7631-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7632-LER-ARQ-CONSENT-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONSENT KEY IS CONS-CHAVE
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7632-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7633-LER-PROX-ARQ-CONSENT       SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONSENT NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-CONSENT. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7633-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7634-START-ARQ-CONSENT-ASC      SECTION.
      *----------------------------------------------------------------*
      * Com o canal em branco, o READ NEXT seguinte traz o primeiro
      * canal do cliente.
           START ARQ-CONSENT KEY IS NOT LESS THAN CONS-CHAVE
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-CONSENT. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7634-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7635-GRAVAR-ARQ-CONSENT         SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-CONSENT
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-CONSENT. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7635-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7636-REGRAVAR-ARQ-CONSENT       SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-CONSENT
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-CONSENT. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7636-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7637-VERIFICAR-OPTOUT-CLIE      SECTION.
      *----------------------------------------------------------------*
      * Canais em opt-out do cliente W-CNS-CLIE-CODIGO, devolvidos em
      * W-CNS-CANAIS-OPTOUT. Pede ARQ-CONSENT aberto pelo programa
      * (W-CNS-ABERTO = "S"); canal sem registro ou consentido fica
      * em branco. Preserva W-REG-ENCONTRADO do programa.
           MOVE SPACES                 TO W-CNS-CANAIS-OPTOUT
           IF  W-CNS-ABERTO            NOT EQUAL "S"
               GO TO 7637-99-FIM
           END-IF
           MOVE W-REG-ENCONTRADO       TO W-CNS-ENCONTRADO-ANT

           MOVE W-CNS-CLIE-CODIGO      TO CONS-CLIE-CODIGO
           MOVE "E"                    TO CONS-CANAL
           PERFORM 7632-LER-ARQ-CONSENT-CHAVE
           IF  W-REG-ENCONTRADO EQUAL "S" AND CONS-OPTOUT
               MOVE "E"                TO W-CNS-OPT-EMAIL
           END-IF

           MOVE W-CNS-CLIE-CODIGO      TO CONS-CLIE-CODIGO
           MOVE "T"                    TO CONS-CANAL
           PERFORM 7632-LER-ARQ-CONSENT-CHAVE
           IF  W-REG-ENCONTRADO EQUAL "S" AND CONS-OPTOUT
               MOVE "T"                TO W-CNS-OPT-FONE
           END-IF

           MOVE W-CNS-CLIE-CODIGO      TO CONS-CLIE-CODIGO
           MOVE "W"                    TO CONS-CANAL
           PERFORM 7632-LER-ARQ-CONSENT-CHAVE
           IF  W-REG-ENCONTRADO EQUAL "S" AND CONS-OPTOUT
               MOVE "W"                TO W-CNS-OPT-WHATS
           END-IF

           MOVE W-CNS-ENCONTRADO-ANT   TO W-REG-ENCONTRADO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7637-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7638-GRAVAR-ARQ-SUPR-CONTATO    SECTION.
      *----------------------------------------------------------------*
      * Uma linha por cliente retirado ou marcado: o programa informa
      * W-SUPR-PROGRAMA, W-SUPR-ACAO e o cliente em W-CNS-CLIE-CODIGO
      * com os canais ja consultados (7637). Log aberto e fechado a
      * cada linha, no molde da trilha de auditoria.
           OPEN EXTEND ARQ-SUPR-CONTATO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-SUPR-CONTATO
                   IF  FS-OK
                       WRITE REG-ARQ-SUPR-CONTATO
                             FROM W-REG-ARQ-SUPR-CAB
                   END-IF
               END-IF
           END-IF

           IF  FS-OK
               ACCEPT  W-SUPR-DATA     FROM DATE YYYYMMDD
               ACCEPT  W-SUPR-HORA     FROM TIME
               MOVE W-CNS-CLIE-CODIGO  TO W-SUPR-CLIE-CODIGO
               MOVE W-CNS-CANAIS-OPTOUT
                                       TO W-SUPR-CANAIS
               WRITE REG-ARQ-SUPR-CONTATO
                     FROM W-REG-ARQ-SUPR-DET
               CLOSE ARQ-SUPR-CONTATO
           END-IF
           ADD 1                       TO W-CNS-SUPRIMIDOS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7638-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7639-FECHAR-ARQ-CONSENT         SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONSENT.

      *----------------------------------------------------------------*
       7639-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
