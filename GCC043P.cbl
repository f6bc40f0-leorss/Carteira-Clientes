      *                  Le ARQ-CLIENTE e ARQ-VENDEDOR integralmente   *
      *                  e lista no log todo registro cujo CNPJ/CPF    *
      *                  nao confere com o digito verificador.         *
      *                  CPF/CNPJ sai conforme a politica de           *
      *                  mascaramento do perfil (GCC206P).             *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       SELECT ARQ-LOG              ASSIGN TO  W-ARQ-LOG
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.

      * Historico de execucoes batch
       COPY ".\copybooks\GCC067FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao CPF/CNPJ
       COPY ".\copybooks\GCC8000W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE WID-ARQ-INTEGRID   TO  S-ARQ-INTEGRID
               PERFORM 3000-VARRER-ARQ-VENDEDOR

               PERFORM 7790-FECHAR-ARQ-LOG
               PERFORM 4000-REGISTRAR-VISAO-LOG

               MOVE  "Varredura finalizada, tecle <Enter>"
                                        TO W-MSGERRO
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-REGISTRAR-VISAO-LOG        SECTION.
      *----------------------------------------------------------------*
      * Log gravado com CPF/CNPJ completos: uma linha no log de visoes
      * sem mascara por varredura que encontrou inconsistencia.
           IF  NOT W-MSC-IDENT-PARCIAL AND
               W-GRAVADO               EQUAL "S"
               MOVE "GCC043P"          TO W-MSC-PROGRAMA
               MOVE SPACES             TO W-MSC-DETALHE
               STRING "LOG " FUNCTION TRIM(W-ARQ-LOG)
                      DELIMITED BY SIZE INTO W-MSC-DETALHE
               PERFORM 7166-REGISTRAR-VISAO-ABERTA
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************
               MOVE "S"                TO W-GRAVADO
           END-IF

      * Perfil com CPF/CNPJ parcial (GCC206P): CNPJ so com os dois
      * primeiros e os dois ultimos digitos e CPF sem os tres primeiros
      * e os dois ultimos, como em 7164-EDITAR-CNPJ e 7163-EDITAR-CPF.
           IF  W-MSC-IDENT-PARCIAL
               IF  W-LOG-CADASTRO      EQUAL "Cliente"
                   MOVE "0000000000"   TO W-LOG-DOCUMENTO(3:10)
               ELSE
                   MOVE "000"          TO W-LOG-DOCUMENTO(4:3)
                   MOVE "00"           TO W-LOG-DOCUMENTO(13:2)
               END-IF
           END-IF

           WRITE REG-ARQ-LOG           FROM W-REG-ARQ-LOG-DET.

      *----------------------------------------------------------------*

      * Rotinas historico de execucoes batch
       COPY ".\copybooks\GCC067R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
