      *                  (por codigo ou CNPJ), com distancia,          *
      *                  territorio e o contato do vendedor, sem       *
      *                  precisar regerar o CSV da distribuicao.       *
      *                  Cliente com mais de uma linha de negocio tem  *
      *                  cada atendimento exibido em sequencia.        *
      *                  Contato do vendedor exibido conforme a        *
      *                  politica de mascaramento do perfil (GCC206P). *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos linhas de negocio
       COPY ".\copybooks\GCC160W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

       01  W-CONSULTA-ATEND.
           05  W-CONS-CLIE-CODIGO      PIC 9(07) VALUE ZEROS.
           05  W-CONS-RES-VEND-SECUND  PIC 9(07) VALUE ZEROS.
           05  W-CONS-RES-SECUND-DESC  PIC X(30) VALUE SPACES.
           05  W-CONS-PCT-TITULAR      PIC 9(03) VALUE ZEROS.
      * Linha de negocio da atribuicao exibida e quantas o cliente tem.
           05  W-CONS-RES-LINHA        PIC 9(02) VALUE ZEROS.
           05  W-CONS-RES-LINHA-DESC   PIC X(30) VALUE SPACES.
           05  W-CONS-QTDE-LINHAS      PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           MOVE "Consulta Atendimento"  TO W-MODULO
           MOVE "N"                     TO W-VOLTAR
      *----------------------------------------------------------------*
       1200-LOCALIZAR-ATRIBUICAO       SECTION.
      *----------------------------------------------------------------*
      * Le as atribuicoes do cliente direto de ARQ-DIST (modo
      * consulta), uma por linha de negocio, e exibe cada uma com o
      * contato do vendedor a partir de ARQ-VENDEDOR.
           MOVE ZEROS                  TO W-CONS-QTDE-LINHAS

           OPEN INPUT ARQ-DIST
           IF  FS-OK
               MOVE CLIE-CODIGO        TO DIST-CLIE-CODIGO
               PERFORM 7672-START-ARQ-DIST-CLIE
               IF  FS-OK
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-IF
               PERFORM UNTIL NOT FS-OK
                          OR DIST-CLIE-CODIGO NOT EQUAL
                             W-CONS-RES-CLIE-COD
                   ADD 1               TO W-CONS-QTDE-LINHAS
                   PERFORM 1210-MOSTRAR-ATRIBUICAO
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-PERFORM
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF

           IF  W-CONS-QTDE-LINHAS      EQUAL ZEROS
               MOVE "Cliente sem vendedor atribuido em ARQ-DIST, tecle
      -             " <Enter>"         TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-MOSTRAR-ATRIBUICAO         SECTION.
      *----------------------------------------------------------------*
      * Exibe a atribuicao corrente de ARQ-DIST (uma linha de negocio)
      * e espera o <Enter> antes da seguinte.
           MOVE DIST-LINHA             TO W-CONS-RES-LINHA
                                          W-LNEG-PROCURADA
           PERFORM 7829-VALIDAR-LINHA-NEG
           MOVE W-LNEG-DESC-ACHADA     TO W-CONS-RES-LINHA-DESC

           MOVE DIST-VEND-CODIGO       TO W-CONS-RES-VEND-COD
           MOVE DIST-VEND-RAZAO-SOCIAL TO W-CONS-RES-VEND-RAZAO
           COMPUTE W-CONS-RES-DIST-KM ROUNDED =
                   DIST-DISTANCIA / 1000
           MOVE DIST-VEND-RESERVA      TO W-CONS-RES-VEND-RESERVA

           MOVE ZEROS                  TO W-CONS-RES-VEND-SECUND
           MOVE SPACES                 TO W-CONS-RES-SECUND-DESC
           IF  DIST-VEND-SECUND        GREATER ZEROS
               MOVE DIST-VEND-SECUND   TO W-CONS-RES-VEND-SECUND
               COMPUTE W-CONS-PCT-TITULAR =
                       100 - DIST-SECUND-PCT
               STRING "divisao " W-CONS-PCT-TITULAR
                      "% / " DIST-SECUND-PCT "%"
                      DELIMITED BY SIZE
                      INTO W-CONS-RES-SECUND-DESC
           END-IF

           MOVE SPACES                 TO W-CONS-RES-VEND-FONE
                                          W-CONS-RES-VEND-EMAIL
           MOVE DIST-VEND-CODIGO       TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-TELEFONE      TO W-MSC-TEXTO
               PERFORM 7165-OCULTAR-CONTATO
               MOVE W-MSC-TEXTO        TO W-CONS-RES-VEND-FONE
               MOVE VEND-EMAIL         TO W-MSC-TEXTO
               PERFORM 7165-OCULTAR-CONTATO
               MOVE W-MSC-TEXTO        TO W-CONS-RES-VEND-EMAIL
               IF  NOT W-MSC-CONTATO-OCULTO
                   MOVE "GCC050P"      TO W-MSC-PROGRAMA
                   MOVE SPACES         TO W-MSC-DETALHE
                   STRING "VENDEDOR " VEND-CODIGO
                          DELIMITED BY SIZE INTO W-MSC-DETALHE
                   PERFORM 7166-REGISTRAR-VISAO-ABERTA
               END-IF
           END-IF

           DISPLAY S-TELA-CONS-RESULT
           MOVE "Consulta concluida, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas cadastro de linhas de negocio
       COPY ".\copybooks\GCC160R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
