      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC206P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC206P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Politica de mascaramento por perfil (LGPD) -  *
      *                  define, para cada perfil de operador, se o    *
      *                  CPF do vendedor/supervisor e o CNPJ do        *
      *                  cliente aparecem parciais, se telefone e      *
      *                  e-mail ficam ocultos e se a visao sem mascara *
      *                  e registrada em ACESSO-DADOS.LOG. A regra e   *
      *                  aplicada pelas telas de cadastro, pelas       *
      *                  consultas e pelos relatorios (GCC206R).       *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.

      * Politica de mascaramento e log de visoes sem mascara
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Politica de mascaramento e log de visoes sem mascara
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela da politica de mascaramento
       COPY ".\copybooks\GCC206S.cpy".
      *
       COPY screenio.

      *================================================================*
       PROCEDURE                       DIVISION USING LK-PARAM.
      *================================================================*

      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA.                               *
      *----------------------------------------------------------------*
       0000-INICIO                     SECTION.
      *----------------------------------------------------------------*

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           MOVE "Mascaramento por Perfil" TO W-MODULO
           MOVE "N"                    TO W-VOLTAR

      * A politica decide quem ve CPF/CNPJ e contatos: so o
      * administrador altera.
           IF  NOT W-PERFIL-ADMIN
               MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           MOVE "<Esc> Voltar <Enter> Prosseguir"
                                       TO W-STATUS
           DISPLAY S-CLS
           ACCEPT S-TELA-MASC-PERFIL
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GOBACK
           END-IF

           PERFORM 1000-NORMALIZAR-OPCOES

           DISPLAY S-TELA-MASC-PERFIL
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               MOVE W-OPERADOR         TO MASC-OPERADOR
               ACCEPT MASC-DATA-ALTERACAO FROM DATE YYYYMMDD
               PERFORM 7168-GRAVAR-MASC-PERFIL
               MOVE "Politica gravada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-NORMALIZAR-OPCOES          SECTION.
      *----------------------------------------------------------------*
      * Opcao em minuscula vale a maiuscula; qualquer outro valor que
      * nao "S" grava "N". O perfil de cada linha e fixo.
           PERFORM VARYING W-MSC-SUB FROM 1 BY 1
                   UNTIL W-MSC-SUB GREATER 4
               MOVE W-MSC-PAD-PERFIL(W-MSC-SUB)
                                       TO MASC-PERFIL(W-MSC-SUB)
               INSPECT MASC-POLITICA(W-MSC-SUB) CONVERTING "sn" TO "SN"
               IF  MASC-IDENTIF(W-MSC-SUB) NOT EQUAL "S"
                   MOVE "N"            TO MASC-IDENTIF(W-MSC-SUB)
               END-IF
               IF  MASC-CONTATO(W-MSC-SUB) NOT EQUAL "S"
                   MOVE "N"            TO MASC-CONTATO(W-MSC-SUB)
               END-IF
               IF  MASC-REGISTRA(W-MSC-SUB) NOT EQUAL "S"
                   MOVE "N"            TO MASC-REGISTRA(W-MSC-SUB)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
