      *                  leitura direta em ARQ-DIST pela chave de      *
      *                  codigo do cliente, lista todo cliente ativo   *
      *                  que ainda nao tem registro em ARQ-DIST.       *
      *                  CNPJ mascarado conforme o perfil do operador. *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

       01  W-CAMPOS-RELATORIO.
           05  W-CONTADOR          PIC 9(007) VALUE 0.
           05 FILLER               PIC X(01).
           05 W-DET-01-CODIGO      PIC ZZZZZZ9.
           05 FILLER               PIC X(03).
           05 W-DET-01-CNPJ        PIC X(18).
           05 FILLER               PIC X(03).
           05 W-DET-01-RAZAO       PIC X(40).

           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           PERFORM UNTIL W-FIM EQUAL "S"

               PERFORM 7190-FECHAR-ARQ-CLIE
               PERFORM 7590-FECHAR-ARQ-RELATO

               MOVE "GCC046P"          TO W-MSC-PROGRAMA
               MOVE SPACES             TO W-MSC-DETALHE
               STRING "RELATORIO " FUNCTION TRIM(W-ARQ-RELATO)
                      DELIMITED BY SIZE INTO W-MSC-DETALHE
               PERFORM 7166-REGISTRAR-VISAO-ABERTA
               PERFORM 8600-ENVIAR-RELATORIO
               MOVE  "Relatorio gerado, tecle <Enter>"
                                       TO  W-MSGERRO
                   ADD 1                TO W-LINHAS

                   MOVE  CLIE-CODIGO       TO W-DET-01-CODIGO
                   MOVE  CLIE-CNPJ         TO W-MSC-CNPJ
                   PERFORM 7164-EDITAR-CNPJ
                   MOVE  W-MSC-CNPJ-ED     TO W-DET-01-CNPJ
                   MOVE  CLIE-RAZAO-SOCIAL TO W-DET-01-RAZAO

                   WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
