      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 22/12/2019                                    *
      *    OBJETIVO ...: Relatorio vendedores                          *
      *                  CPF sai conforme a politica de mascaramento   *
      *                  do perfil (GCC206P).                          *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC022FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.

      * Arquivo Relatorio
       COPY ".\copybooks\GCC022FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

       77  W-CSV-COORD-FONTE       PIC S9(003)V9(008) VALUE ZEROS.

           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           PERFORM UNTIL W-FIM EQUAL "S"

                   PERFORM 7590-FECHAR-ARQ-RELATO

                   IF  W-PAGINAS       NOT EQUAL ZEROS
                       PERFORM 5300-REGISTRAR-VISAO-RELATO
                       PERFORM 8600-ENVIAR-RELATORIO
                       MOVE  "Relatorio gerado, tecle <Enter>"
                                       TO  W-MSGERRO
               MOVE  SORT-LONGITUDE    TO W-CSV-COORD-FONTE
               PERFORM 5100-MONTAR-COORDENADA-CSV
               MOVE  W-CSV-COORDENADA  TO W-CSV-LONGITUDE
               PERFORM 5200-MASCARAR-CPF-LGPD
               WRITE REG-ARQ-RELATO  FROM W-CSV-DET-VEND AFTER 1
           ELSE
               MOVE  SORT-CODIGO           TO W-DET-01-CODIGO
                   MOVE SPACES             TO
                       W-DET-01-RAZAO-SOCIAL (W-LARG-RAZAO + 1 : )
               END-IF
               PERFORM 5200-MASCARAR-CPF-LGPD
               WRITE REG-ARQ-RELATO  FROM W-DET-01 AFTER 1
           END-IF

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-MASCARAR-CPF-LGPD          SECTION.
      *----------------------------------------------------------------*
      * Saida mascarada (LGPD): perfil com CPF/CNPJ parcial na
      * politica de mascaramento (GCC206P) ve o CPF sem os tres
      * primeiros e os dois ultimos digitos, como em 7163-EDITAR-CPF,
      * no detalhe em largura fixa e no CSV.
           IF  W-MSC-IDENT-PARCIAL
               IF  W-FORMATO-CSV
                   MOVE "000"          TO W-CSV-CPF(1:3)
                   MOVE "00"           TO W-CSV-CPF(10:2)
               ELSE
                   MOVE "***"          TO W-DET-01-CPF(1:3)
                   MOVE "**"           TO W-DET-01-CPF(13:2)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5300-REGISTRAR-VISAO-RELATO     SECTION.
      *----------------------------------------------------------------*
      * Relatorio emitido com o CPF completo: uma linha no log de
      * visoes sem mascara por relatorio gerado.
           IF  NOT W-MSC-IDENT-PARCIAL
               MOVE "GCC022P"          TO W-MSC-PROGRAMA
               MOVE SPACES             TO W-MSC-DETALHE
               STRING "RELATORIO " FUNCTION TRIM(W-ARQ-RELATO)
                      DELIMITED BY SIZE INTO W-MSC-DETALHE
               PERFORM 7166-REGISTRAR-VISAO-ABERTA
           END-IF.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC022R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
