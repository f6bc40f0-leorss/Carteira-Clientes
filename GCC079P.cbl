      *                  duas ou mais filiais, mostrando o vendedor    *
      *                  atribuido a cada filial para evidenciar       *
      *                  grupos repartidos entre vendedores.           *
      *                  CNPJ da filial sai conforme a politica de     *
      *                  mascaramento do perfil (GCC206P).             *
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

      * Filiais do grupo corrente, acumuladas ate a quebra de raiz;
      * so grupos com duas ou mais filiais entram no relatorio.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           MOVE "Grupos Corporativos"  TO W-MODULO
           MOVE WID-ARQ-REL-GRUPOS     TO W-ARQ-RELATO
                   WRITE REG-ARQ-RELATO FROM W-ROD-01   AFTER 1
                   WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
                   PERFORM 7590-FECHAR-ARQ-RELATO
                   PERFORM 2320-REGISTRAR-VISAO-RELATO
                   PERFORM 8600-ENVIAR-RELATORIO
                   MOVE  "Relatorio gerado, tecle <Enter>"
                                       TO  W-MSGERRO
                                       TO W-DET-01-CODIGO
                   MOVE W-GRP-FIL-CNPJ(W-GRP-SUB)
                                       TO W-DET-01-CNPJ
      * Perfil com CPF/CNPJ parcial (GCC206P): CNPJ so com os dois
      * primeiros e os dois ultimos digitos, como no relatorio de
      * clientes.
                   IF  W-MSC-IDENT-PARCIAL
                       MOVE ".***.***/****-"
                                       TO W-DET-01-CNPJ(3:14)
                   END-IF
                   MOVE W-GRP-FIL-RAZAO(W-GRP-SUB)
                                       TO W-DET-01-RAZAO
                   PERFORM 2310-OBTER-VENDEDOR
       2310-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2320-REGISTRAR-VISAO-RELATO     SECTION.
      *----------------------------------------------------------------*
      * Relatorio emitido com o CNPJ completo: uma linha no log de
      * visoes sem mascara por relatorio gerado.
           IF  NOT W-MSC-IDENT-PARCIAL
               MOVE "GCC079P"          TO W-MSC-PROGRAMA
               MOVE SPACES             TO W-MSC-DETALHE
               STRING "RELATORIO " FUNCTION TRIM(W-ARQ-RELATO)
                      DELIMITED BY SIZE INTO W-MSC-DETALHE
               PERFORM 7166-REGISTRAR-VISAO-ABERTA
           END-IF.

      *----------------------------------------------------------------*
       2320-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
