      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 18/12/2019                                    *
      *    OBJETIVO ...: Importacao arquivo vendedores                 *
      *                  Vendedor importado abre periodo no historico  *
      *                  de equipe                                     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      * Arquivo de controle de cargas das importacoes
       COPY ".\copybooks\GCC142FC.cpy".

      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      * Arquivo de controle de cargas das importacoes
       COPY ".\copybooks\GCC142FD.cpy".

      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC084W.cpy".
      * Campos do controle de sequencia de codigos
       COPY ".\copybooks\GCC088W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".

      * Salvaguarda do registro montado da linha de importacao
      * durante a sondagem de codigos livres (a leitura de um codigo
                       WRITE REG-ARQ-VENDEDOR
                       IF  FS-OK
                           ADD 1       TO W-GRAVADOS
                           PERFORM 1120-REGISTRAR-HIST-EQUIPE
                       ELSE
                           ADD 1       TO W-ERROS
                           ADD 1       TO W-ERROS-OUTROS
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-REGISTRAR-HIST-EQUIPE      SECTION.
      *----------------------------------------------------------------*
      * Vendedor recem-gravado abre seu primeiro periodo no historico
      * de equipe, a partir da data de cadastro.
           MOVE VEND-CODIGO            TO W-HEQ-VEND
           MOVE VEND-DATA-CADASTRO     TO W-HEQ-DATA-CADASTRO
           MOVE VEND-DATA-CADASTRO     TO W-HEQ-DATA-REF
           MOVE "IMPORTAC"             TO W-HEQ-ORIGEM

           MOVE VEND-TERRITORIO        TO W-TERRIT-PROCURADO
           PERFORM 7016-OBTER-REGIONAL-TERRIT

           MOVE VEND-SUPERVISOR        TO W-HEQ-SUPERV
                                          W-HEQ-SUPERV-ANT
           MOVE VEND-TERRITORIO        TO W-HEQ-TERRIT
                                          W-HEQ-TERRIT-ANT
           MOVE W-TERRIT-REGIONAL      TO W-HEQ-REGIONAL
                                          W-HEQ-REGIONAL-ANT

           PERFORM 7928-REGISTRAR-EQUIPE.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-OBTER-CODIGO-AUTO          SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC028R.cpy".
      * Rotinas do controle de cargas das importacoes
       COPY ".\copybooks\GCC142R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
