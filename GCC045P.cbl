      *                  documento com os dados de um unico vendedor e *
      *                  a lista dos clientes atribuidos a ele em      *
      *                  ARQ-DIST, ordenada da mais proxima para a mais*
      *                  distante, para ser entregue a ele, com os     *
      *                  contatos nomeados de cada cliente.            *
      *                  O cabecalho traz a linha de negocio do        *
      *                  vendedor, a unica da carteira dele.           *
      *                  CPF, CNPJ e contatos seguem o mascaramento do *
      *                  perfil do operador que emite o documento.     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".

      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "CARTEIRA-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo de consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FC.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".

      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-CLIE-CODIGO        PIC  9(007).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo de consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FD.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos da consulta de opt-out de contato
       COPY ".\copybooks\GCC154W.cpy".
      * Campos linhas de negocio
       COPY ".\copybooks\GCC160W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

       01  W-FILTROS.
           05 W-COD-VEND           PIC 9(07) VALUE ZEROS.

       01  W-VEND-DESC             PIC X(40) VALUE SPACES.

      * "S" quando o arquivo de contatos foi aberto para a emissao.
       01  W-CONT-ABERTO           PIC X(01) VALUE "N".

       01  W-CAMPOS-RELATORIO.
           05  W-CONTADOR          PIC 9(004) VALUE 0.
           05  W-SOMA-DISTANCIA    PIC 9(014)V9(008) VALUE ZEROS.

       01  W-CAB-VEND-02.
           05 FILLER               PIC X(18) VALUE "CPF............: ".
           05 W-CAB-VEND-CPF       PIC X(14).

       01  W-CAB-VEND-03.
           05 FILLER               PIC X(18) VALUE "Linha negocio..: ".
           05 W-CAB-VEND-LINHA     PIC 99.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CAB-VEND-LINHA-DESC
                                   PIC X(30).

       01  W-CAB-02.
           05 FILLER               PIC X(01).
           05 W-DET-01-SECUND      PIC ZZZZZZ9.
           05 W-DET-01-SEC-PCT     PIC X(07).

      * Contatos nomeados do cliente, logo abaixo da linha dele.
       01  W-DET-02.
           05 FILLER               PIC X(11).
           05 W-DET-02-ROTULO      PIC X(11).
           05 W-DET-02-NOME        PIC X(30).
           05 FILLER               PIC X(02).
           05 W-DET-02-PAPEL       PIC X(11).
           05 FILLER               PIC X(02).
           05 W-DET-02-FONE        PIC X(15).
           05 FILLER               PIC X(02).
           05 W-DET-02-EMAIL       PIC X(40).

       01  W-ROD-01.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(30)
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           MOVE "Carteira do Vendedor"   TO W-MODULO
           MOVE WID-ARQ-REL-CARTEIRA    TO W-ARQ-RELATO
                   PERFORM 7590-FECHAR-ARQ-RELATO
               ELSE
                   PERFORM 4310-GRAVAR-CABECALHO
                   MOVE "N"            TO W-CONT-ABERTO
                   OPEN INPUT ARQ-CONTATO
                   IF  FS-OK
                       MOVE "S"        TO W-CONT-ABERTO
                   END-IF
                   MOVE "00"           TO WS-RESULTADO-ACESSO
                   MOVE "N"            TO W-CNS-ABERTO
                   OPEN INPUT ARQ-CONSENT
                   IF  FS-OK
                       MOVE "S"        TO W-CNS-ABERTO
                   END-IF
                   MOVE "00"           TO WS-RESULTADO-ACESSO
                   PERFORM UNTIL NOT FS-OK
                       PERFORM 2210-GERA-RELATORIO THRU 2210-99-FIM
                   END-PERFORM
                   IF  W-CONT-ABERTO   EQUAL "S"
                       CLOSE ARQ-CONTATO
                   END-IF
                   IF  W-CNS-ABERTO    EQUAL "S"
                       CLOSE ARQ-CONSENT
                       MOVE "N"        TO W-CNS-ABERTO
                   END-IF
                   PERFORM 4320-GRAVAR-RODAPE
                   PERFORM 7590-FECHAR-ARQ-RELATO

                   MOVE "GCC045P"      TO W-MSC-PROGRAMA
                   MOVE SPACES         TO W-MSC-DETALHE
                   STRING "CARTEIRA VENDEDOR " VEND-CODIGO
                          DELIMITED BY SIZE INTO W-MSC-DETALHE
                   PERFORM 7166-REGISTRAR-VISAO-ABERTA
                   PERFORM 8600-ENVIAR-RELATORIO
                   MOVE  "Carteira gerada, tecle <Enter>"
                                       TO  W-MSGERRO

           MOVE  SORT-CLIE-CODIGO      TO W-DET-01-CODIGO
           MOVE  SORT-CLIE-CNPJ        TO W-DET-01-CNPJ
      * Saida mascarada (LGPD) conforme o perfil do operador.
           IF  W-MSC-IDENT-PARCIAL
               MOVE ".***.***/****-"
                                       TO W-DET-01-CNPJ(3:14)
           END-IF

           WRITE REG-ARQ-RELATO  FROM W-DET-01 AFTER 1

           IF  W-CONT-ABERTO           EQUAL "S"
               PERFORM 2220-GRAVAR-CONTATOS
           END-IF

           RETURN ARQ-SORT AT END
               MOVE "S"        TO W-VOLTAR
           END-RETURN.
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-GRAVAR-CONTATOS            SECTION.
      *----------------------------------------------------------------*
      * Uma linha por contato nomeado do cliente corrente (comprador,
      * financeiro, recebimento), com o principal destacado. Canal em
      * opt-out de contato (GCC154P) sai como "opt-out" no lugar do
      * email ou do telefone (este so com ligacao e WhatsApp
      * recusados).
           MOVE SORT-CLIE-CODIGO       TO W-CNS-CLIE-CODIGO
           PERFORM 7637-VERIFICAR-OPTOUT-CLIE

           MOVE SORT-CLIE-CODIGO       TO CONT-CLIE-CODIGO
           MOVE ZEROS                  TO CONT-SEQ
           PERFORM 7624-START-ARQ-CONTATO-ASC
           IF  FS-OK
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR CONT-CLIE-CODIGO NOT EQUAL SORT-CLIE-CODIGO
               IF  CONT-E-PRINCIPAL
                   MOVE "Principal: "  TO W-DET-02-ROTULO
               ELSE
                   MOVE "Contato..: "  TO W-DET-02-ROTULO
               END-IF
               MOVE CONT-NOME          TO W-DET-02-NOME
               EVALUATE TRUE
                   WHEN CONT-COMPRADOR
                       MOVE "Comprador"   TO W-DET-02-PAPEL
                   WHEN CONT-FINANCEIRO
                       MOVE "Financeiro"  TO W-DET-02-PAPEL
                   WHEN CONT-RECEBIMENTO
                       MOVE "Recebimento" TO W-DET-02-PAPEL
                   WHEN OTHER
                       MOVE "Outro"       TO W-DET-02-PAPEL
               END-EVALUATE
               MOVE CONT-TELEFONE      TO W-MSC-TEXTO
               PERFORM 7165-OCULTAR-CONTATO
               MOVE W-MSC-TEXTO        TO W-DET-02-FONE
               MOVE CONT-EMAIL         TO W-MSC-TEXTO
               PERFORM 7165-OCULTAR-CONTATO
               MOVE W-MSC-TEXTO        TO W-DET-02-EMAIL
               IF  W-CNS-OPTOUT-EMAIL
                   MOVE "opt-out"      TO W-DET-02-EMAIL
               END-IF
               IF  W-CNS-OPTOUT-FONE AND W-CNS-OPTOUT-WHATS
                   MOVE "opt-out"      TO W-DET-02-FONE
               END-IF
               WRITE REG-ARQ-RELATO    FROM W-DET-02 AFTER 1
               ADD  1                  TO W-LINHAS
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-PERFORM

           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************
       4310-GRAVAR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE 9                      TO W-LINHAS

           MOVE  VEND-CODIGO           TO W-CAB-VEND-CODIGO
           MOVE  VEND-RAZAO-SOCIAL     TO W-CAB-VEND-RAZAO
           MOVE  VEND-CPF              TO W-MSC-CPF
           PERFORM 7163-EDITAR-CPF
           MOVE  W-MSC-CPF-ED          TO W-CAB-VEND-CPF
      * Vendedor sem linha de negocio atende a linha 01.
           IF  VEND-LINHA              NOT NUMERIC OR
               VEND-LINHA              EQUAL ZEROS
               MOVE 1                  TO W-LNEG-PROCURADA
           ELSE
               MOVE VEND-LINHA         TO W-LNEG-PROCURADA
           END-IF
           PERFORM 7829-VALIDAR-LINHA-NEG
           MOVE  W-LNEG-PROCURADA      TO W-CAB-VEND-LINHA
           MOVE  W-LNEG-DESC-ACHADA    TO W-CAB-VEND-LINHA-DESC

           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1   AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-CAB-CAPA   AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1   AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-CAB-VEND-01 AFTER 2
           WRITE REG-ARQ-RELATO  FROM W-CAB-VEND-02 AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-CAB-VEND-03 AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-1   AFTER 2
           WRITE REG-ARQ-RELATO  FROM W-CAB-02     AFTER 1
           WRITE REG-ARQ-RELATO  FROM W-TRACOS-2   AFTER 1.
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas arquivo de contatos do cliente
       COPY ".\copybooks\GCC153R.cpy".
      * Rotinas cadastro de linhas de negocio
       COPY ".\copybooks\GCC160R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154R.cpy".
