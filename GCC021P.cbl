      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 21/12/2019                                    *
      *    OBJETIVO ...: Relatorio clientes                            *
      *                  CNPJ sai conforme a politica de mascaramento  *
      *                  do perfil (GCC206P).                          *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       01  REG-SORT.
           05 REG-SORT-CLIENTE.
               10 SORT-CLIE-CODIGO     PIC  9(007).
               10 SORT-LINHA           PIC  9(002).
               10 SORT-CLIE-CNPJ       PIC  9(014).
               10 SORT-CLIE-RAZAO-SOCIAL
                                       PIC  X(040).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos leitura do arquivo de parametros
       COPY ".\copybooks\GCC064W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

       01  W-FILTROS.
           05 W-FORMATO            PIC X(01).
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL
           PERFORM 7925-LER-ARQ-PARAM

           PERFORM UNTIL W-FIM EQUAL "S"
                   PERFORM 7590-FECHAR-ARQ-RELATO

                   IF  W-PAGINAS       NOT EQUAL ZEROS
                       PERFORM 2260-REGISTRAR-VISAO-RELATO
                       PERFORM 8600-ENVIAR-RELATORIO
                       MOVE  "Relatorio gerado, tecle <Enter>"
                                       TO  W-MSGERRO
      * gravados em ARQ-DIST-ANT na execucao anterior, mantendo o
      * historico de distribuicao.
           MOVE SORT-CLIE-CODIGO       TO DIST-ANT-CLIE-CODIGO
           MOVE SORT-LINHA             TO DIST-ANT-LINHA
           PERFORM 7851-LER-ARQ-DIST-ANT-CODIGO

           IF  W-REG-ENCONTRADO        EQUAL "S"
      *----------------------------------------------------------------*
       2250-MASCARAR-DADOS-LGPD        SECTION.
      *----------------------------------------------------------------*
      * Saida mascarada (LGPD): perfil com CPF/CNPJ parcial na
      * politica de mascaramento (GCC206P) ve o CNPJ so com os dois
      * primeiros e os dois ultimos digitos, no detalhe em largura
      * fixa e no CSV.
           IF  W-MSC-IDENT-PARCIAL
               MOVE ".***.***/****-"
                                       TO W-DET-01-CNPJ(3:14)
               MOVE "0000000000"       TO W-CSV-CNPJ(3:10)
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2260-REGISTRAR-VISAO-RELATO     SECTION.
      *----------------------------------------------------------------*
      * Relatorio emitido com o CNPJ completo: uma linha no log de
      * visoes sem mascara por relatorio gerado.
           IF  NOT W-MSC-IDENT-PARCIAL
               MOVE "GCC021P"          TO W-MSC-PROGRAMA
               MOVE SPACES             TO W-MSC-DETALHE
               STRING "RELATORIO " FUNCTION TRIM(W-ARQ-RELATO)
                      DELIMITED BY SIZE INTO W-MSC-DETALHE
               PERFORM 7166-REGISTRAR-VISAO-ABERTA
           END-IF.

      *----------------------------------------------------------------*
       2260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2240-OBTER-SEGMENTO-CLIE        SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
