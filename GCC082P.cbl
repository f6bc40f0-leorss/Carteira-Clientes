      *                  relaciona clientes suspensos/baixados ou com  *
      *                  razao social divergente, com a opcao de       *
      *                  marca-los para revisao cadastral.             *
      *                  CNPJ mascarado conforme o perfil do operador. *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC011FC.cpy".

      * Extrato mensal da situacao cadastral
       COPY ".\copybooks\GCC082FC.cpy".

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".

      * Extrato mensal da situacao cadastral
       COPY ".\copybooks\GCC082FD.cpy".

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

       01  W-CONFRONTO-AREA.
           05  W-CFR-MARCAR            PIC X(01) VALUE "N".
           05 FILLER               PIC X(01).
           05 W-DET-01-CODIGO      PIC ZZZZZZ9.
           05 FILLER               PIC X(02).
           05 W-DET-01-CNPJ        PIC X(18).
           05 FILLER               PIC X(02).
           05 W-DET-01-RAZAO       PIC X(40).
           05 FILLER               PIC X(02).
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           MOVE "Situacao Cadastral"   TO W-MODULO
           MOVE WID-ARQ-REL-REG-CNPJ   TO W-ARQ-RELATO
                   WRITE REG-ARQ-RELATO FROM W-ROD-04   AFTER 1
                   WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
                   PERFORM 7590-FECHAR-ARQ-RELATO
                   MOVE "GCC082P"      TO W-MSC-PROGRAMA
                   MOVE SPACES         TO W-MSC-DETALHE
                   STRING "RELATORIO " FUNCTION TRIM(W-ARQ-RELATO)
                          DELIMITED BY SIZE INTO W-MSC-DETALHE
                   PERFORM 7166-REGISTRAR-VISAO-ABERTA
                   PERFORM 8600-ENVIAR-RELATORIO
                   MOVE  "Confronto concluido, tecle <Enter>"
                                       TO  W-MSGERRO
               IF  W-CFR-DIVERGE       EQUAL "S"
                   ADD 1               TO W-CFR-EXCECOES
                   MOVE CLIE-CODIGO    TO W-DET-01-CODIGO
                   MOVE CLIE-CNPJ      TO W-MSC-CNPJ
                   PERFORM 7164-EDITAR-CNPJ
                   MOVE W-MSC-CNPJ-ED  TO W-DET-01-CNPJ
                   MOVE CLIE-RAZAO-SOCIAL
                                       TO W-DET-01-RAZAO
                   MOVE W-CFR-MOTIVO   TO W-DET-01-MOTIVO
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
