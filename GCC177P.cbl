      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC177P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC177P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Pesquisa de satisfacao (NPS) - importa o      *
      *                  arquivo trimestral do marketing por CNPJ no   *
      *                  molde do GCC055P (log de rejeitados, tela de  *
      *                  contadores e controle de cargas em            *
      *                  ARQ-CARGA), localiza o cliente pelo indice    *
      *                  CLIE-CNPJ e grava nota, comentario e data da  *
      *                  pesquisa em ARQ-NPS. Cada detrator (nota 0 a  *
      *                  6) gera um compromisso de retorno em          *
      *                  ARQ-COMPROMISSO para o vendedor da carteira.  *
      *                  <F5> emite o relatorio NPS do periodo por     *
      *                  vendedor, supervisor, territorio e segmento.  *
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

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FC.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Arquivo distribuicao cliente x vendedor
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Compromissos de retorno
       COPY ".\copybooks\GCC110FC.cpy".
      * Respostas da pesquisa de satisfacao (NPS)
       COPY ".\copybooks\GCC177FC.cpy".

      * Arquivo importacao da pesquisa de satisfacao
       SELECT ARQ-IMP-NPS          ASSIGN TO  WID-ARQ-IMP-NPS
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo log de rejeitados
       SELECT ARQ-LOG              ASSIGN TO  W-ARQ-LOG
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

       SELECT ARQ-SORT ASSIGN TO "NPS-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".
      * Arquivo de controle de cargas das importacoes
       COPY ".\copybooks\GCC142FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo distribuicao cliente x vendedor
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Compromissos de retorno
       COPY ".\copybooks\GCC110FD.cpy".
      * Respostas da pesquisa de satisfacao (NPS)
       COPY ".\copybooks\GCC177FD.cpy".

      * Arquivo importacao da pesquisa: posicional - CNPJ do
      * cliente, data da pesquisa AAAAMMDD, nota de 0 a 10 e o
      * comentario livre do respondente.
       FD  ARQ-IMP-NPS.
       01  REG-ARQ-IMP-NPS.
           02 IMPN-CNPJ                PIC  9(014).
           02 IMPN-DATA-PESQUISA.
               05 IMPN-DATA-ANO        PIC  9(004).
               05 IMPN-DATA-MES        PIC  9(002).
               05 IMPN-DATA-DIA        PIC  9(002).
           02 IMPN-NOTA                PIC  9(002).
           02 IMPN-COMENTARIO          PIC  X(060).

      * Arquivo log de rejeitados
       FD  ARQ-LOG.
       01  REG-ARQ-LOG                  PIC X(132).

       SD  ARQ-SORT.
       01  REG-SORT.
      * Quebra do relatorio: 1 = vendedor, 2 = supervisor,
      * 3 = territorio, 4 = segmento.
           05  SORT-QUEBRA             PIC  9(001).
           05  SORT-CHAVE              PIC  X(007).
           05  SORT-NOTA               PIC  9(002).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".
      * Arquivo de controle de cargas das importacoes
       COPY ".\copybooks\GCC142FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao de supervisor
       COPY ".\copybooks\GCC059W.cpy".
      * Campos do controle de cargas das importacoes
       COPY ".\copybooks\GCC142W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           "CNPJ; Data Pesquisa; Nota; Motivo;".

       01  W-REG-ARQ-LOG-DET.
           05 W-LOG-CNPJ               PIC  X(14) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-DATA               PIC  X(08) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-NOTA               PIC  X(02) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-MOTIVO             PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-CAMPOS-NPS.
           05  W-NPS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
      * Prazo em dias corridos do compromisso de retorno ao detrator.
           05  W-NPS-PRAZO-RETORNO     PIC 9(03) VALUE 7.
           05  W-NPS-DETRATORES        PIC 9(07) VALUE ZEROS.
           05  W-NPS-COMPROMISSOS      PIC 9(07) VALUE ZEROS.
           05  W-NPS-SEM-VENDEDOR      PIC 9(07) VALUE ZEROS.
           05  W-NPS-NOTA-ED           PIC Z9.
           05  W-COMP-PROX-SEQ         PIC 9(03) VALUE ZEROS.
      * Periodo do relatorio (datas da pesquisa) e acumuladores.
           05  W-NPR-DATA-INI          PIC 9(08) VALUE ZEROS.
           05  W-NPR-DATA-FIM          PIC 9(08) VALUE ZEROS.
           05  W-NPR-CLIE-ABERTO       PIC X(01) VALUE "N".
           05  W-NPR-VEND-ABERTO       PIC X(01) VALUE "N".
           05  W-NPR-QUEBRA-CORRENTE   PIC 9(01) VALUE ZEROS.
           05  W-NPR-CHAVE-CORRENTE    PIC X(07) VALUE SPACES.
           05  W-FIM-SORT              PIC X(01) VALUE "N".
           05  W-NPR-CONTAGEM.
               10  W-NPR-RESPOSTAS     PIC 9(07) VALUE ZEROS.
               10  W-NPR-PROMOTORES    PIC 9(07) VALUE ZEROS.
               10  W-NPR-NEUTROS       PIC 9(07) VALUE ZEROS.
               10  W-NPR-DETRATORES    PIC 9(07) VALUE ZEROS.
           05  W-NPR-TOTAL.
               10  W-NPR-TOT-RESPOSTAS PIC 9(07) VALUE ZEROS.
               10  W-NPR-TOT-PROMOTORES
                                       PIC 9(07) VALUE ZEROS.
               10  W-NPR-TOT-NEUTROS   PIC 9(07) VALUE ZEROS.
               10  W-NPR-TOT-DETRATORES
                                       PIC 9(07) VALUE ZEROS.
           05  W-NPR-INDICE            PIC S9(03) VALUE ZEROS.

       01  W-TAB-QUEBRAS-NPS.
           05  FILLER                  PIC X(12) VALUE "Vendedor".
           05  FILLER                  PIC X(12) VALUE "Supervisor".
           05  FILLER                  PIC X(12) VALUE "Territorio".
           05  FILLER                  PIC X(12) VALUE "Segmento".
       01  FILLER                      REDEFINES W-TAB-QUEBRAS-NPS.
           05  W-NPR-NOME-QUEBRA       OCCURS 4 TIMES PIC X(12).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(44) VALUE
              "Pesquisa de Satisfacao (NPS) - Pesquisas de ".
           05 W-CAB-DATA-INI       PIC 99/99/9999.
           05 FILLER               PIC X(05) VALUE " ate ".
           05 W-CAB-DATA-FIM       PIC 99/99/9999.

       01  W-CAB-QUEBRA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(05) VALUE "NPS -".
           05 FILLER               PIC X(01).
           05 W-CAB-NOME-QUEBRA    PIC X(12).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(08) VALUE "Codigo".
           05 FILLER               PIC X(41) VALUE "Descricao".
           05 FILLER               PIC X(10) VALUE " Respostas".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Promotores".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(08) VALUE " Neutros".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Detratores".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(05) VALUE "  NPS".

       01  W-DET-NPS.
           05 FILLER               PIC X(03).
           05 W-DET-CHAVE          PIC X(07).
           05 FILLER               PIC X(01).
           05 W-DET-DESCRICAO      PIC X(40).
           05 FILLER               PIC X(01).
           05 W-DET-RESPOSTAS      PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(02).
           05 W-DET-PROMOTORES     PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-NEUTROS        PIC ZZZ.ZZ9.
           05 FILLER               PIC X(03).
           05 W-DET-DETRATORES     PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(02).
           05 W-DET-INDICE         PIC -ZZ9.

       01  W-ROD-SEM-RESPOSTAS.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhuma resposta de pesquisa no periodo".

       01  W-DATA-EDICAO.
           05  W-EDI-DATA          PIC 9(08).
           05  FILLER              REDEFINES W-EDI-DATA.
               10  W-EDI-ANO       PIC 9(04).
               10  W-EDI-MES       PIC 9(02).
               10  W-EDI-DIA       PIC 9(02).
           05  W-EDI-DDMMAAAA      PIC 9(08).
           05  FILLER              REDEFINES W-EDI-DDMMAAAA.
               10  W-EDI-DIA-S     PIC 9(02).
               10  W-EDI-MES-S     PIC 9(02).
               10  W-EDI-ANO-S     PIC 9(04).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".

      *----------------------------------------------------------------*
       01  S-TELA-IMP-NPS.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Arquivo importacao..: "
                                       LINE 08 COL 10.
               10  S-ARQ-IMP-NPS
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC X(40)
                                       USING WID-ARQ-IMP-NPS.

      *----------------------------------------------------------------*
       01  S-TELA-PERIODO-NPS.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Pesquisas de (AAAAMMDD): "
                                       LINE 10 COL 10.
               10  S-NPR-DATA-INI      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 36 PIC 9(08)
                                       USING W-NPR-DATA-INI.
               10  VALUE  "ate (AAAAMMDD).........: "
                                       LINE 11 COL 10.
               10  S-NPR-DATA-FIM      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 36 PIC 9(08)
                                       USING W-NPR-DATA-FIM.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Lidos.......:"  LINE 12 COL 10.
               10  S-LIDOS             LINE 12 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-LIDOS.
               10  VALUE  "Gravados....:"  LINE 14 COL 10.
               10  S-GRAVADOS          LINE 14 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-GRAVADOS.
               10  VALUE  "Erros.......:"  LINE 16 COL 10.
               10  S-ERROS             LINE 16 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-ERROS.
               10  VALUE  "  Duplicados:"  LINE 17 COL 10.
               10  S-ERROS-DUPLICADOS  LINE 17 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-ERROS-DUPLICADOS.
               10  VALUE  "Detratores..:"  LINE 19 COL 10.
               10  S-DETRATORES        LINE 19 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-NPS-DETRATORES.
               10  VALUE  "  Retornos..:"  LINE 20 COL 10.
               10  S-COMPROMISSOS      LINE 20 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-NPS-COMPROMISSOS.
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

           MOVE "Pesquisa NPS"         TO  W-MODULO
           MOVE "<Esc> Voltar <Enter> Importar <F5> Relatorio NPS"
                                       TO W-STATUS

           IF  LK-PARAM                EQUAL "B"
               PERFORM 0100-PROCESSAR
               GOBACK
           END-IF

           DISPLAY S-CLS
           DISPLAY S-TELA-IMP-NPS
           ACCEPT S-ARQ-IMP-NPS
           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-ESC
                   CONTINUE
               WHEN COB-SCR-F5
                   PERFORM 4000-RELATORIO-NPS
               WHEN OTHER
                   PERFORM 0100-PROCESSAR
           END-EVALUATE

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-CONTADORES
           MOVE ZEROS                  TO W-NPS-DETRATORES
                                          W-NPS-COMPROMISSOS
                                          W-NPS-SEM-VENDEDOR
           ACCEPT W-NPS-DATA-HOJE      FROM DATE YYYYMMDD

      * Controle de cargas: o mesmo arquivo (nome + contagem) ja
      * carregado com sucesso so reprocessa forcado por supervisor.
           PERFORM 6200-CONFERIR-CARGA-PREVIA
           IF  W-CRG-JA-CARREGADO      EQUAL "S"
               GO TO 0100-99-FIM
           END-IF

           MOVE  WID-ARQ-LOG-NPS       TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO
           OPEN INPUT ARQ-IMP-NPS
           IF  NOT FS-OK
               IF  LK-PARAM            EQUAL "B"
                   DISPLAY "GCC177P - Erro ao abrir o arquivo de "
                           "importacao. FS: " WS-RESULTADO-ACESSO
                   MOVE 8              TO RETURN-CODE
               ELSE
                   STRING "Erro abrir importacao. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               GO TO 0100-99-FIM
           END-IF

           PERFORM 7380-ABRIR-ARQ-NPS
           IF  NOT FS-OK
               CLOSE ARQ-IMP-NPS
               GO TO 0100-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           DISPLAY S-TELA-CONTADOR

           PERFORM 7651-LER-PROX-IMP-NPS
           PERFORM UNTIL FS-FIM
                  ADD 1                TO W-LIDOS
                  PERFORM 1100-VERIFICAR-GRAVAR-NPS
                  PERFORM 7651-LER-PROX-IMP-NPS

                  MOVE W-ERROS         TO S-ERROS
                  MOVE W-ERROS-DUPLICADOS
                                       TO S-ERROS-DUPLICADOS
                  MOVE W-LIDOS         TO S-LIDOS
                  MOVE W-GRAVADOS      TO S-GRAVADOS
                  MOVE W-NPS-DETRATORES
                                       TO S-DETRATORES
                  MOVE W-NPS-COMPROMISSOS
                                       TO S-COMPROMISSOS
                  DISPLAY S-TELA-CONTADOR
           END-PERFORM

           CLOSE ARQ-IMP-NPS
           PERFORM 7389-FECHAR-ARQ-NPS
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-NPS"              TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA
           PERFORM 6300-REGISTRAR-CARGA

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC177P - Pesquisa NPS: " W-LIDOS " lidos, "
                       W-GRAVADOS " gravados, " W-ERROS " erros, "
                       W-NPS-COMPROMISSOS " retornos gerados"
           ELSE
               IF  W-NPS-SEM-VENDEDOR  GREATER ZEROS
                   MOVE "Importacao finalizada - ha detratores sem vend
      -                 "edor na carteira, tecle <Enter>"
                                       TO W-MSGERRO
               ELSE
                   MOVE "Importacao finalizada, tecle <Enter>"
                                       TO W-MSGERRO
               END-IF
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       0100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-VERIFICAR-GRAVAR-NPS       SECTION.
      *----------------------------------------------------------------*
      * Critica a linha: campos numericos integros, nota de 0 a 10,
      * data da pesquisa valida e nao futura, CNPJ cadastrado e
      * resposta do cliente na mesma data ainda nao importada.
           IF  IMPN-CNPJ          NOT NUMERIC OR
               IMPN-DATA-PESQUISA NOT NUMERIC OR
               IMPN-NOTA          NOT NUMERIC
               ADD 1                   TO W-ERROS
               ADD 1                   TO W-ERROS-OUTROS
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           IF  IMPN-NOTA               GREATER 10
               ADD 1                   TO W-ERROS
               ADD 1                   TO W-ERROS-OUTROS
               MOVE "Nota fora da escala de 0 a 10"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           IF  IMPN-DATA-MES LESS 01 OR IMPN-DATA-MES GREATER 12 OR
               IMPN-DATA-DIA LESS 01 OR IMPN-DATA-DIA GREATER 31 OR
               IMPN-DATA-ANO LESS 1900 OR
               IMPN-DATA-PESQUISA GREATER W-NPS-DATA-HOJE
               ADD 1                   TO W-ERROS
               ADD 1                   TO W-ERROS-OUTROS
               MOVE "Data da pesquisa invalida"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF

           MOVE IMPN-CNPJ              TO CLIE-CNPJ
           PERFORM 7152-LER-ARQ-CLIE-CNPJ
           IF  W-REG-ENCONTRADO        EQUAL "N"
               ADD 1                   TO W-ERROS
               ADD 1                   TO W-ERROS-OUTROS
               MOVE "CNPJ nao cadastrado"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE CLIE-CODIGO            TO NPS-CLIE-CODIGO
           MOVE IMPN-DATA-PESQUISA     TO NPS-DATA-PESQUISA
           PERFORM 7383-LER-ARQ-NPS-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               ADD 1                   TO W-ERROS
               ADD 1                   TO W-ERROS-DUPLICADOS
               MOVE "Resposta ja importada para o cliente"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
               GO TO 1100-99-FIM
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-CRG-COMPETENCIA       EQUAL ZEROS
               COMPUTE W-CRG-COMPETENCIA = IMPN-DATA-ANO * 100
                                         + IMPN-DATA-MES
           END-IF

           INITIALIZE REG-ARQ-NPS
           MOVE CLIE-CODIGO            TO NPS-CLIE-CODIGO
           MOVE IMPN-DATA-PESQUISA     TO NPS-DATA-PESQUISA
           MOVE IMPN-CNPJ              TO NPS-CNPJ
           MOVE IMPN-NOTA              TO NPS-NOTA
           MOVE IMPN-COMENTARIO        TO NPS-COMENTARIO
           MOVE W-NPS-DATA-HOJE        TO NPS-DATA-CARGA
           MOVE W-OPERADOR             TO NPS-OPERADOR
           PERFORM 6150-OBTER-VENDEDOR

           IF  NPS-DETRATOR
               ADD 1                   TO W-NPS-DETRATORES
               IF  NPS-VEND-CODIGO     EQUAL ZEROS
                   ADD 1               TO W-NPS-SEM-VENDEDOR
               ELSE
                   PERFORM 1300-GERAR-RETORNO
               END-IF
           END-IF

           WRITE REG-ARQ-NPS
           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
           ELSE
               ADD 1                   TO W-ERROS
               ADD 1                   TO W-ERROS-OUTROS
               STRING "Erro gravacao. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 1190-MONTAR-LOG
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1190-MONTAR-LOG                 SECTION.
      *----------------------------------------------------------------*

           MOVE IMPN-CNPJ              TO W-LOG-CNPJ
           MOVE IMPN-DATA-PESQUISA     TO W-LOG-DATA
           MOVE IMPN-NOTA              TO W-LOG-NOTA
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       1190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-GERAR-RETORNO              SECTION.
      *----------------------------------------------------------------*
      * Detrator com vendedor na carteira: compromisso de retorno
      * aberto para o vendedor, com prazo de W-NPS-PRAZO-RETORNO dias
      * e a nota e o inicio do comentario na observacao. A visita
      * realizada registrada depois baixa o compromisso (GCC052P).
           PERFORM 1350-OBTER-PROX-SEQ

           PERFORM 7780-ABRIR-ARQ-COMPROMISSO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 1300-99-FIM
           END-IF

           INITIALIZE REG-ARQ-COMPROMISSO
           MOVE NPS-CLIE-CODIGO        TO COMP-CLIE-CODIGO
           MOVE W-COMP-PROX-SEQ        TO COMP-SEQ
           MOVE NPS-VEND-CODIGO        TO COMP-VEND-CODIGO
           SET COMP-RETORNO            TO TRUE
           MOVE W-NPS-DATA-HOJE        TO COMP-DATA-REGISTRO
           COMPUTE COMP-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-NPS-DATA-HOJE)
                    + W-NPS-PRAZO-RETORNO)
           MOVE NPS-NOTA               TO W-NPS-NOTA-ED
           STRING "Detrator NPS nota " W-NPS-NOTA-ED ": "
                  NPS-COMENTARIO
                  DELIMITED BY SIZE INTO COMP-NOTA
           SET COMP-ABERTO             TO TRUE
           MOVE ZEROS                  TO COMP-DATA-BAIXA
           MOVE W-OPERADOR             TO COMP-OPERADOR
           PERFORM 7786-GRAVAR-ARQ-COMPROM
           IF  FS-OK
               MOVE W-COMP-PROX-SEQ    TO NPS-COMP-SEQ
               ADD 1                   TO W-NPS-COMPROMISSOS
           END-IF
           PERFORM 7789-FECHAR-ARQ-COMPROM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1350-OBTER-PROX-SEQ             SECTION.
      *----------------------------------------------------------------*
      * Proximo sequencial de compromisso do cliente: varre os
      * compromissos dele e guarda o maior + 1.
           MOVE 1                      TO W-COMP-PROX-SEQ

           PERFORM 7780-ABRIR-ARQ-COMPROMISSO
           IF  NOT FS-OK
               GO TO 1350-99-FIM
           END-IF

           INITIALIZE COMP-CHAVE
           MOVE NPS-CLIE-CODIGO        TO COMP-CLIE-CODIGO
           PERFORM 7785-START-ARQ-COMPROM-ASC
           IF  FS-OK
               PERFORM 7784-LER-PROX-ARQ-COMPROM
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR COMP-CLIE-CODIGO NOT EQUAL NPS-CLIE-CODIGO
               COMPUTE W-COMP-PROX-SEQ = COMP-SEQ + 1
               PERFORM 7784-LER-PROX-ARQ-COMPROM
           END-PERFORM

           PERFORM 7789-FECHAR-ARQ-COMPROM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-RELATORIO-NPS              SECTION.
      *----------------------------------------------------------------*
      * NPS = % de promotores (9-10) menos % de detratores (0-6) das
      * respostas do periodo. Cada resposta entra nas quatro quebras:
      * vendedor da carteira na carga, supervisor atual desse
      * vendedor, territorio e segmento atuais do cliente.
           ACCEPT W-NPR-DATA-FIM       FROM DATE YYYYMMDD
           COMPUTE W-NPR-DATA-INI = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-NPR-DATA-FIM) - 90)

           DISPLAY S-TELA-PERIODO-NPS
           ACCEPT S-NPR-DATA-INI
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF
           ACCEPT S-NPR-DATA-FIM
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF
           IF  W-NPR-DATA-INI          LESS 19000101 OR
               W-NPR-DATA-FIM          LESS W-NPR-DATA-INI
               MOVE "Periodo invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4000-99-FIM
           END-IF

           MOVE WID-ARQ-REL-NPS        TO W-ARQ-RELATO
           INITIALIZE W-NPR-TOTAL
           MOVE ZEROS                  TO W-NPR-QUEBRA-CORRENTE
           MOVE W-NPR-DATA-INI         TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-CAB-DATA-INI
           MOVE W-NPR-DATA-FIM         TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-CAB-DATA-FIM

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               GO TO 4000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           SORT ARQ-SORT    ON ASCENDING KEY SORT-QUEBRA
                                             SORT-CHAVE
               INPUT PROCEDURE  IS 4100-INPUT-SORT
               OUTPUT PROCEDURE IS 4200-OUTPUT-SORT

           PERFORM 4500-GRAVAR-TOTAL

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE "Relatorio gerado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*
      * Respostas com data da pesquisa no periodo; cada uma gera um
      * registro por quebra. O total geral e contado aqui.
           OPEN INPUT ARQ-NPS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 4100-99-FIM
           END-IF

           MOVE "N"                    TO W-NPR-CLIE-ABERTO
                                          W-NPR-VEND-ABERTO
           OPEN INPUT ARQ-CLIENTE
           IF  FS-OK
               MOVE "S"                TO W-NPR-CLIE-ABERTO
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           IF  FS-OK
               MOVE "S"                TO W-NPR-VEND-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 7384-LER-PROX-ARQ-NPS
           PERFORM UNTIL NOT FS-OK
               IF  NPS-DATA-PESQUISA   NOT LESS W-NPR-DATA-INI AND
                   NPS-DATA-PESQUISA   NOT GREATER W-NPR-DATA-FIM
                   PERFORM 4150-LIBERAR-RESPOSTA
               END-IF
               PERFORM 7384-LER-PROX-ARQ-NPS
           END-PERFORM

           PERFORM 7389-FECHAR-ARQ-NPS
           IF  W-NPR-CLIE-ABERTO       EQUAL "S"
               CLOSE ARQ-CLIENTE
           END-IF
           IF  W-NPR-VEND-ABERTO       EQUAL "S"
               CLOSE ARQ-VENDEDOR
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4150-LIBERAR-RESPOSTA           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-NPR-TOT-RESPOSTAS
           EVALUATE TRUE
               WHEN NPS-PROMOTOR
                   ADD 1               TO W-NPR-TOT-PROMOTORES
               WHEN NPS-NEUTRO
                   ADD 1               TO W-NPR-TOT-NEUTROS
               WHEN OTHER
                   ADD 1               TO W-NPR-TOT-DETRATORES
           END-EVALUATE

           MOVE NPS-NOTA               TO SORT-NOTA

           MOVE 1                      TO SORT-QUEBRA
           MOVE NPS-VEND-CODIGO        TO SORT-CHAVE
           RELEASE REG-SORT

           MOVE 2                      TO SORT-QUEBRA
           MOVE ZEROS                  TO VEND-SUPERVISOR
           IF  NPS-VEND-CODIGO         GREATER ZEROS AND
               W-NPR-VEND-ABERTO       EQUAL "S"
               MOVE NPS-VEND-CODIGO    TO VEND-CODIGO
               READ ARQ-VENDEDOR KEY IS VEND-CODIGO
                    INVALID KEY MOVE ZEROS TO VEND-SUPERVISOR
               END-READ
           END-IF
           MOVE VEND-SUPERVISOR        TO SORT-CHAVE
           RELEASE REG-SORT

           MOVE SPACES                 TO CLIE-TERRITORIO
                                          CLIE-SEGMENTO
           IF  W-NPR-CLIE-ABERTO       EQUAL "S"
               MOVE NPS-CLIE-CODIGO    TO CLIE-CODIGO
               READ ARQ-CLIENTE KEY IS CLIE-CODIGO
                    INVALID KEY MOVE SPACES TO CLIE-TERRITORIO
                                               CLIE-SEGMENTO
               END-READ
           END-IF
           MOVE 3                      TO SORT-QUEBRA
           MOVE CLIE-TERRITORIO        TO SORT-CHAVE
           RELEASE REG-SORT

           MOVE 4                      TO SORT-QUEBRA
           MOVE CLIE-SEGMENTO          TO SORT-CHAVE
           RELEASE REG-SORT
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Um bloco por quebra e uma linha por codigo dentro do bloco.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-QUEBRA         NOT EQUAL W-NPR-QUEBRA-CORRENTE
                   OR SORT-CHAVE   NOT EQUAL W-NPR-CHAVE-CORRENTE
                   IF  W-NPR-QUEBRA-CORRENTE GREATER ZEROS
                       PERFORM 4300-GRAVAR-LINHA-NPS
                   END-IF
                   IF  SORT-QUEBRA NOT EQUAL W-NPR-QUEBRA-CORRENTE
                       MOVE SORT-QUEBRA
                                       TO W-NPR-QUEBRA-CORRENTE
                       MOVE W-NPR-NOME-QUEBRA(SORT-QUEBRA)
                                       TO W-CAB-NOME-QUEBRA
                       WRITE REG-ARQ-RELATO FROM W-CAB-QUEBRA
                                       AFTER 2
                       WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS
                                       AFTER 1
                       WRITE REG-ARQ-RELATO FROM W-TRACOS-2
                                       AFTER 1
                   END-IF
                   MOVE SORT-CHAVE     TO W-NPR-CHAVE-CORRENTE
                   INITIALIZE W-NPR-CONTAGEM
               END-IF

               ADD 1                   TO W-NPR-RESPOSTAS
               EVALUATE TRUE
                   WHEN SORT-NOTA NOT LESS 9
                       ADD 1           TO W-NPR-PROMOTORES
                   WHEN SORT-NOTA NOT LESS 7
                       ADD 1           TO W-NPR-NEUTROS
                   WHEN OTHER
                       ADD 1           TO W-NPR-DETRATORES
               END-EVALUATE

               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           IF  W-NPR-QUEBRA-CORRENTE   GREATER ZEROS
               PERFORM 4300-GRAVAR-LINHA-NPS
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-GRAVAR-LINHA-NPS           SECTION.
      *----------------------------------------------------------------*

           MOVE W-NPR-CHAVE-CORRENTE   TO W-DET-CHAVE
           MOVE SPACES                 TO W-DET-DESCRICAO
           EVALUATE W-NPR-QUEBRA-CORRENTE
               WHEN 1
                   IF  W-NPR-CHAVE-CORRENTE EQUAL ZEROS
                       MOVE "(cliente sem vendedor na carteira)"
                                       TO W-DET-DESCRICAO
                   ELSE
                       MOVE W-NPR-CHAVE-CORRENTE TO VEND-CODIGO
                       PERFORM 7251-LER-ARQ-VEND-CODIGO
                       IF  W-REG-ENCONTRADO EQUAL "S"
                           MOVE VEND-RAZAO-SOCIAL
                                       TO W-DET-DESCRICAO
                       END-IF
                   END-IF
               WHEN 2
                   IF  W-NPR-CHAVE-CORRENTE EQUAL ZEROS
                       MOVE "(sem supervisor definido)"
                                       TO W-DET-DESCRICAO
                   ELSE
                       MOVE W-NPR-CHAVE-CORRENTE
                                       TO W-SUPERV-PROCURADO
                       PERFORM 7035-VALIDAR-SUPERVISOR
                       IF  W-SUPERV-VALIDO EQUAL "S"
                           MOVE W-SUPERV-NOME
                                       TO W-DET-DESCRICAO
                       ELSE
                           MOVE "(supervisor nao cadastrado)"
                                       TO W-DET-DESCRICAO
                       END-IF
                   END-IF
               WHEN 3
                   IF  W-NPR-CHAVE-CORRENTE EQUAL SPACES
                       MOVE "(sem territorio)"
                                       TO W-DET-DESCRICAO
                   END-IF
               WHEN 4
                   IF  W-NPR-CHAVE-CORRENTE EQUAL SPACES
                       MOVE "(nao classificado)"
                                       TO W-DET-DESCRICAO
                   ELSE
                       STRING "Segmento " W-NPR-CHAVE-CORRENTE(1:1)
                              DELIMITED BY SIZE INTO W-DET-DESCRICAO
                   END-IF
           END-EVALUATE
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE W-NPR-RESPOSTAS        TO W-DET-RESPOSTAS
           MOVE W-NPR-PROMOTORES       TO W-DET-PROMOTORES
           MOVE W-NPR-NEUTROS          TO W-DET-NEUTROS
           MOVE W-NPR-DETRATORES       TO W-DET-DETRATORES
           COMPUTE W-NPR-INDICE ROUNDED =
                   (W-NPR-PROMOTORES - W-NPR-DETRATORES) * 100
                   / W-NPR-RESPOSTAS
           MOVE W-NPR-INDICE           TO W-DET-INDICE

           WRITE REG-ARQ-RELATO FROM W-DET-NPS AFTER 1.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-GRAVAR-TOTAL               SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           IF  W-NPR-TOT-RESPOSTAS     EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-RESPOSTAS AFTER 1
               GO TO 4500-99-FIM
           END-IF

           MOVE SPACES                 TO W-DET-CHAVE
           MOVE "Total geral"          TO W-DET-DESCRICAO
           MOVE W-NPR-TOT-RESPOSTAS    TO W-DET-RESPOSTAS
           MOVE W-NPR-TOT-PROMOTORES   TO W-DET-PROMOTORES
           MOVE W-NPR-TOT-NEUTROS      TO W-DET-NEUTROS
           MOVE W-NPR-TOT-DETRATORES   TO W-DET-DETRATORES
           COMPUTE W-NPR-INDICE ROUNDED =
                   (W-NPR-TOT-PROMOTORES - W-NPR-TOT-DETRATORES) * 100
                   / W-NPR-TOT-RESPOSTAS
           MOVE W-NPR-INDICE           TO W-DET-INDICE
           WRITE REG-ARQ-RELATO FROM W-DET-NPS AFTER 1.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6150-OBTER-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      * Vendedor atribuido ao cliente em ARQ-DIST (zero = cliente
      * ainda sem atribuicao).
           MOVE ZEROS                  TO NPS-VEND-CODIGO
           MOVE NPS-CLIE-CODIGO        TO DIST-CLIE-CODIGO

           OPEN INPUT ARQ-DIST
           IF  FS-OK
               READ ARQ-DIST KEY IS DIST-CLIE-CODIGO
                        INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE DIST-VEND-CODIGO
                                       TO NPS-VEND-CODIGO
               END-READ
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-CONFERIR-CARGA-PREVIA      SECTION.
      *----------------------------------------------------------------*
      * Conta os registros do arquivo de importacao e procura uma
      * carga anterior bem-sucedida do mesmo arquivo com a mesma
      * contagem; achada, so o supervisor forca o reprocessamento.
           MOVE "IMP-NPS"              TO W-CRG-INTERFACE
           MOVE WID-ARQ-IMP-NPS        TO W-CRG-ARQUIVO
           MOVE "O"                    TO W-CRG-RESULTADO
           MOVE ZEROS                  TO W-CRG-REGISTROS
                                          W-CRG-SOMA
                                          W-CRG-COMPETENCIA

      * Contagem e soma de verificacao do conteudo (acumulado
      * modular linha a linha), criterio do teste de carga duplicada.
           OPEN INPUT ARQ-IMP-NPS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               MOVE "N"                TO W-CRG-JA-CARREGADO
               GO TO 6200-99-FIM
           END-IF
           PERFORM 7651-LER-PROX-IMP-NPS
           PERFORM UNTIL FS-FIM
               ADD 1                   TO W-CRG-REGISTROS
               MOVE SPACES             TO W-ELO-LINHA
               MOVE REG-ARQ-IMP-NPS    TO W-ELO-LINHA
               MOVE W-CRG-SOMA         TO W-ELO-ANTERIOR
               PERFORM 8300-CALCULAR-ELO-TRILHA
               MOVE W-ELO-VALOR        TO W-CRG-SOMA
               PERFORM 7651-LER-PROX-IMP-NPS
           END-PERFORM
           CLOSE ARQ-IMP-NPS
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 7720-ABRIR-ARQ-CARGA
           IF  NOT FS-OK
               MOVE "N"                TO W-CRG-JA-CARREGADO
               GO TO 6200-99-FIM
           END-IF
           PERFORM 7725-CONFERIR-CARGA
           PERFORM 7729-FECHAR-ARQ-CARGA

           IF  W-CRG-JA-CARREGADO      EQUAL "N"
               GO TO 6200-99-FIM
           END-IF

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC177P - Arquivo ja carregado anteriormente "
                       "- passo tratado como concluido"
               GO TO 6200-99-FIM
           END-IF

           IF  NOT W-PERFIL-GESTOR
               MOVE "Arquivo ja carregado - reprocesso so por supervi
      -            "sor, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6200-99-FIM
           END-IF

           MOVE "Arquivo ja carregado - confirme para reprocessar"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               MOVE "N"                TO W-CRG-JA-CARREGADO
               MOVE "F"                TO W-CRG-RESULTADO
           END-IF.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-REGISTRAR-CARGA            SECTION.
      *----------------------------------------------------------------*

           IF  W-ERROS                 GREATER ZEROS
               IF  W-CRG-RESULTADO     NOT EQUAL "F"
                   MOVE "E"            TO W-CRG-RESULTADO
               END-IF
           END-IF
           MOVE W-ERROS                TO W-CRG-ERROS

           PERFORM 7720-ABRIR-ARQ-CARGA
           IF  FS-OK
               PERFORM 7726-REGISTRAR-CARGA
               PERFORM 7729-FECHAR-ARQ-CARGA
           END-IF.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      * AAAAMMDD (W-EDI-DATA) para DDMMAAAA (W-EDI-DDMMAAAA).
           MOVE W-EDI-DIA              TO W-EDI-DIA-S
           MOVE W-EDI-MES              TO W-EDI-MES-S
           MOVE W-EDI-ANO              TO W-EDI-ANO-S.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7651-LER-PROX-IMP-NPS           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-NPS NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura importacao. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7651-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7710-ABRIR-ARQ-LOG              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-LOG
           IF  NOT FS-OK
               STRING "Erro abrir arquivo log. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7760-GRAVAR-ARQ-LOG             SECTION.
      *----------------------------------------------------------------*
      *
           IF  W-GRAVADO               EQUAL "N"
               WRITE REG-ARQ-LOG       FROM W-REG-ARQ-LOG-CAB
               MOVE "S"                TO W-GRAVADO
           END-IF

           WRITE REG-ARQ-LOG           FROM W-REG-ARQ-LOG-DET.

      *----------------------------------------------------------------*
       7760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7790-FECHAR-ARQ-LOG             SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-LOG.

      *----------------------------------------------------------------*
       7790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas compromissos de retorno
       COPY ".\copybooks\GCC110R.cpy".
      * Rotinas respostas da pesquisa de satisfacao
       COPY ".\copybooks\GCC177R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
      * Rotinas do controle de cargas das importacoes
       COPY ".\copybooks\GCC142R.cpy".
