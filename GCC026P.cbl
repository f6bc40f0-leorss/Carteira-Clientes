      *                  contornar essa restricao - esta rotina        *
      *                  audita o arquivo inteiro e lista no log todo  *
      *                  CPF que aparece em mais de um vendedor.       *
      *                  CPF sai conforme a politica de mascaramento   *
      *                  do perfil (GCC206P).                          *
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
      * Arquivo log de CPF duplicado
       FD  ARQ-LOG.
       01  REG-ARQ-LOG                  PIC X(132).
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE WID-ARQ-DUP-CPF-VEND
               PERFORM 2000-PROCESSAR

               PERFORM 7790-FECHAR-ARQ-LOG
               PERFORM 2300-REGISTRAR-VISAO-LOG

               MOVE  "Verificacao finalizada, tecle <Enter>"
                                        TO W-MSGERRO
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-REGISTRAR-VISAO-LOG        SECTION.
      *----------------------------------------------------------------*
      * Log gravado com o CPF completo: uma linha no log de visoes
      * sem mascara por verificacao que encontrou duplicidade.
           IF  NOT W-MSC-IDENT-PARCIAL AND
               W-GRAVADO               EQUAL "S"
               MOVE "GCC026P"          TO W-MSC-PROGRAMA
               MOVE SPACES             TO W-MSC-DETALHE
               STRING "LOG " FUNCTION TRIM(W-ARQ-LOG)
                      DELIMITED BY SIZE INTO W-MSC-DETALHE
               PERFORM 7166-REGISTRAR-VISAO-ABERTA
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************
               MOVE "S"                TO W-GRAVADO
           END-IF

      * Perfil com CPF/CNPJ parcial (GCC206P) recebe o CPF sem os tres
      * primeiros e os dois ultimos digitos, como em 7163-EDITAR-CPF.
           IF  W-MSC-IDENT-PARCIAL
               MOVE "000"              TO W-LOG-CPF(1:3)
               MOVE "00"               TO W-LOG-CPF(10:2)
           END-IF

           WRITE REG-ARQ-LOG           FROM W-REG-ARQ-LOG-DET.

      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".

      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
