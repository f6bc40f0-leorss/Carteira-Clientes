      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC164P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC164P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Indenizacao de representante comercial no     *
      *                  desligamento - percorre todo o razao de       *
      *                  liquidacao do vendedor do cadastro ao         *
      *                  desligamento, calcula 1/12 das comissoes do   *
      *                  contrato mais o aviso previo (1/3 das         *
      *                  comissoes dos tres meses anteriores, para     *
      *                  contrato com seis meses ou mais) e emite o    *
      *                  demonstrativo para o juridico. O aceite do    *
      *                  gestor libera o valor para a interface da     *
      *                  folha (GCC136P) como evento proprio (tipo I). *
      *                  Chamado pelo GCC119P ao executar os           *
      *                  desligamentos, ou sob demanda.                *
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

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FC.cpy".
      * Indenizacao de representante no desligamento
       COPY ".\copybooks\GCC164FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FD.cpy".
      * Indenizacao de representante no desligamento
       COPY ".\copybooks\GCC164FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

       01  W-APOIO-INDENIZ.
           05  W-IND-VEND-DESC         PIC X(40) VALUE SPACES.
           05  W-IND-SIT-DESC          PIC X(12) VALUE SPACES.
           05  W-IND-QTDE-CALC         PIC 9(05) VALUE ZEROS.
           05  W-IND-QTDE-CALC-ED      PIC ZZZZ9.
           05  W-IND-TOTAL             PIC S9(15)V9(02) VALUE ZEROS.
           05  W-IND-AVISO             PIC S9(15)V9(02) VALUE ZEROS.
           05  W-IND-RELATO-ABERTO     PIC X(01) VALUE "N".
           05  W-IND-SILENCIOSO        PIC X(01) VALUE "N".
      * Calculo preservado enquanto a leitura pela chave verifica se
      * o registro ja existe na area do FD.
           05  W-IND-REG-SALVO         PIC X(183) VALUE SPACES.
      * Competencias como indice de meses (ano * 12 + mes) para as
      * comparacoes de intervalo e a contagem de meses do contrato.
           05  W-IND-MES-INICIO        PIC 9(07) VALUE ZEROS.
           05  W-IND-MES-FIM           PIC 9(07) VALUE ZEROS.
           05  W-IND-MES-LIQ           PIC 9(07) VALUE ZEROS.

       01  W-IND-DATA-AUX              PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES W-IND-DATA-AUX.
           05  W-IND-AUX-ANO           PIC 9(04).
           05  W-IND-AUX-MES           PIC 9(02).
           05  W-IND-AUX-DIA           PIC 9(02).

       01  W-IND-COMP-AUX              PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES W-IND-COMP-AUX.
           05  W-IND-CAUX-ANO          PIC 9(04).
           05  W-IND-CAUX-MES          PIC 9(02).

      * Vendedores desligados ainda sem indenizacao calculada (ou so
      * calculada, sem aceite), processados na chamada pelo GCC119P.
       01  W-TAB-PENDENTES.
           05  W-QTDE-PEND             PIC 9(04) VALUE ZEROS.
           05  W-SUB-PEND              PIC 9(04) VALUE ZEROS.
           05  W-PEND-VEND             PIC 9(07) OCCURS 999 TIMES.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(60) VALUE
              "Demonstrativo de Indenizacao - Representante Comercial".

       01  W-CAB-VEND.
           05 FILLER               PIC X(18) VALUE "Representante...: ".
           05 W-CV-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CV-RAZAO           PIC X(40).
           05 FILLER               PIC X(08) VALUE "   CPF: ".
           05 W-CV-CPF             PIC 9(11).

       01  W-CAB-CONTRATO.
           05 FILLER               PIC X(18) VALUE "Contrato........: ".
           05 W-CC-INICIO          PIC 9999/99/99.
           05 FILLER               PIC X(03) VALUE " a ".
           05 W-CC-FIM             PIC 9999/99/99.
           05 FILLER               PIC X(04) VALUE "  (".
           05 W-CC-MESES           PIC ZZZ9.
           05 FILLER               PIC X(07) VALUE " meses)".

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "Competencia".
           05 FILLER               PIC X(19) VALUE "Comissao final".
           05 FILLER               PIC X(10) VALUE "Situacao".
           05 FILLER               PIC X(12) VALUE "Aviso".

       01  W-LIN-COMP.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-COMPETENCIA     PIC 9(06).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 W-LC-VALOR           PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-SITUACAO        PIC X(08).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-AVISO           PIC X(03).

       01  W-ROD-VALOR.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-RV-TEXTO           PIC X(40).
           05 W-RV-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-ROD-ACEITE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-RA-TEXTO           PIC X(18).
           05 W-RA-OPERADOR        PIC X(20).
           05 FILLER               PIC X(04) VALUE " em ".
           05 W-RA-DATA            PIC 9999/99/99.

       01  W-ROD-ASSINATURA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE ALL "_".
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE ALL "_".

       01  W-ROD-ASSINA-NOMES.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(46) VALUE "Gestor comercial".
           05 FILLER               PIC X(40) VALUE "Juridico".

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
       01  S-TELA-INDENIZ.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor........: "
                                       LINE 06 COL 10.
               10  S-IND-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 28 PIC 9(07)
                                       TO IND-VEND-CODIGO.
               10  PIC X(40)           LINE 06 COL 37
                                       FROM W-IND-VEND-DESC.
               10  VALUE  "Contrato........: "
                                       LINE 08 COL 10.
               10  PIC 9999/99/99      LINE 08 COL 28
                                       FROM IND-DATA-INICIO
                                       BLANK WHEN ZERO.
               10  VALUE  "a"          LINE 08 COL 40.
               10  PIC 9999/99/99      LINE 08 COL 43
                                       FROM IND-DATA-FIM
                                       BLANK WHEN ZERO.
               10  PIC ZZZ9            LINE 08 COL 55
                                       FROM IND-MESES-CONTRATO.
               10  VALUE  "meses"      LINE 08 COL 60.
               10  VALUE  "Comissoes.......: "
                                       LINE 10 COL 10.
               10  PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 10 COL 28
                                       FROM IND-TOTAL-COMISSOES.
               10  VALUE  "1/12............: "
                                       LINE 11 COL 10.
               10  PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 11 COL 28
                                       FROM IND-VALOR-DOZE-AVOS.
               10  VALUE  "Base aviso......: "
                                       LINE 13 COL 10.
               10  PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 13 COL 28
                                       FROM IND-BASE-AVISO.
               10  VALUE  "Aviso previo....: "
                                       LINE 14 COL 10.
               10  PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 14 COL 28
                                       FROM IND-VALOR-AVISO.
               10  VALUE  "Valor final.....: "
                                       LINE 16 COL 10.
               10  PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 16 COL 28
                                       FROM IND-VALOR-FINAL.
               10  VALUE  "Situacao........: "
                                       LINE 18 COL 10.
               10  PIC X(12)           LINE 18 COL 28
                                       FROM W-IND-SIT-DESC.
               10  VALUE  "Calculado por...: "
                                       LINE 20 COL 10.
               10  PIC X(20)           LINE 20 COL 28
                                       FROM IND-OPERADOR-CALCULO.
               10  PIC 9999/99/99      LINE 20 COL 50
                                       FROM IND-DATA-CALCULO
                                       BLANK WHEN ZERO.
               10  VALUE  "Aprovado por....: "
                                       LINE 21 COL 10.
               10  PIC X(20)           LINE 21 COL 28
                                       FROM IND-OPERADOR-APROVACAO.
               10  PIC 9999/99/99      LINE 21 COL 50
                                       FROM IND-DATA-APROVACAO
                                       BLANK WHEN ZERO.
               10  VALUE  "Folha (comp.)...: "
                                       LINE 22 COL 10.
               10  PIC 9(06)           LINE 22 COL 28
                                       FROM IND-COMPETENCIA-FOLHA
                                       BLANK WHEN ZERO.
      *
       COPY screenio.

      *================================================================*
       PROCEDURE                       DIVISION USING LK-PARAM.
      *================================================================*

      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA.                               *
      *----------------------------------------------------------------*
       0000-MENU                       SECTION.
      *----------------------------------------------------------------*
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

      * Chamada pelo GCC119P ao executar desligamentos: B no job
      * noturno (mensagens no console), D na execucao pela tela (sem
      * mensagens - o GCC119P avisa o operador).
           IF  LK-PARAM                EQUAL "B" OR
               LK-PARAM                EQUAL "D"
               IF  LK-PARAM            EQUAL "D"
                   MOVE "S"            TO W-IND-SILENCIOSO
               END-IF
               PERFORM 3000-CALCULAR-DESLIGADOS
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-INDENIZ W-APOIO-INDENIZ
               MOVE "Indenizacao Represent."
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Calcular <F2> Aprovar <F4> Demonstr
      -             "ativo"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-INDENIZ
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-CALCULAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       IF  W-PERFIL-GESTOR
                           PERFORM 2000-APROVAR UNTIL W-VOLTAR = "S"
                       ELSE
                           MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   WHEN COB-SCR-F4
                       PERFORM 4000-DEMONSTRATIVO UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-CALCULAR                   SECTION.
      *----------------------------------------------------------------*
      * Calculo sob demanda para um vendedor com desligamento
      * registrado; indenizacao ja aprovada ou paga nao e refeita.
           MOVE "[Calcular]"           TO W-OP
           PERFORM 6100-BUSCAR-VENDEDOR
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           IF  IND-APROVADA OR IND-PAGA
               MOVE "Indenizacao ja aprovada, nao pode ser recalculada,
      -             " tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 1000-99-FIM
           END-IF

           MOVE WID-ARQ-REL-INDENIZ    TO W-ARQ-RELATO
           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               GO TO 1000-99-FIM
           END-IF
           MOVE "S"                    TO W-IND-RELATO-ABERTO

           PERFORM 5000-CALCULAR-VENDEDOR
           PERFORM 5500-GRAVAR-INDENIZ

           PERFORM 7590-FECHAR-ARQ-RELATO
           MOVE "N"                    TO W-IND-RELATO-ABERTO
           PERFORM 8600-ENVIAR-RELATORIO

           PERFORM 6400-DESCREVER-SITUACAO
           DISPLAY S-TELA-INDENIZ
           MOVE "Indenizacao calculada, demonstrativo gravado, tecle <En
      -         "ter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-APROVAR                    SECTION.
      *----------------------------------------------------------------*
      * Aceite do gestor: a indenizacao calculada fica aprovada e
      * entra na folha da competencia corrente como evento tipo I.
           MOVE "[Aprovar]"            TO W-OP
           PERFORM 6100-BUSCAR-VENDEDOR
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           IF  NOT IND-CALCULADA
               MOVE "Somente indenizacao calculada e nao aprovada, tecl
      -             "e <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7891-ABRIR-ARQ-INDENIZ
           IF  NOT FS-OK
               GO TO 2000-99-FIM
           END-IF
           PERFORM 7893-LER-ARQ-INDENIZ-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               SET IND-APROVADA        TO TRUE
               ACCEPT IND-DATA-APROVACAO FROM DATE YYYYMMDD
               MOVE IND-DATA-APROVACAO TO W-IND-DATA-AUX
               MOVE W-IND-AUX-ANO      TO W-IND-CAUX-ANO
               MOVE W-IND-AUX-MES      TO W-IND-CAUX-MES
               MOVE W-IND-COMP-AUX     TO IND-COMPETENCIA-FOLHA
               MOVE W-OPERADOR         TO IND-OPERADOR-APROVACAO
               PERFORM 7897-REGRAVAR-ARQ-INDENIZ
           END-IF
           PERFORM 7899-FECHAR-ARQ-INDENIZ

           PERFORM 6400-DESCREVER-SITUACAO
           DISPLAY S-TELA-INDENIZ
           MOVE "Indenizacao aprovada para a folha, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CALCULAR-DESLIGADOS        SECTION.
      *----------------------------------------------------------------*
      * Calcula a indenizacao de todo vendedor inativo com data de
      * desligamento que ainda nao tem indenizacao aprovada: um
      * demonstrativo por vendedor no mesmo relatorio.
           MOVE ZEROS                  TO W-QTDE-PEND
                                          W-IND-QTDE-CALC

           PERFORM 7211-ABRIR-INPUT-ARQ-VEND
           IF  NOT FS-OK
               GO TO 3000-99-FIM
           END-IF
           PERFORM 7253-LER-PROX-ARQ-VEND
           PERFORM UNTIL NOT FS-OK
               IF  VEND-INATIVO AND
                   VEND-DATA-DESLIG GREATER ZEROS AND
                   W-QTDE-PEND LESS 999
                   ADD 1               TO W-QTDE-PEND
                   MOVE VEND-CODIGO    TO W-PEND-VEND(W-QTDE-PEND)
               END-IF
               PERFORM 7253-LER-PROX-ARQ-VEND
           END-PERFORM
           PERFORM 7290-FECHAR-ARQ-VEND

           PERFORM 3100-CALCULAR-PENDENTE
                   VARYING W-SUB-PEND FROM 1 BY 1
                   UNTIL W-SUB-PEND GREATER W-QTDE-PEND

           IF  W-IND-RELATO-ABERTO     EQUAL "S"
               PERFORM 7590-FECHAR-ARQ-RELATO
               PERFORM 8600-ENVIAR-RELATORIO
           END-IF

           IF  W-IND-SILENCIOSO        EQUAL "N"
               MOVE W-IND-QTDE-CALC    TO W-IND-QTDE-CALC-ED
               DISPLAY "GCC164P - Indenizacoes calculadas: "
                       W-IND-QTDE-CALC-ED
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CALCULAR-PENDENTE          SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-INDENIZ
           MOVE W-PEND-VEND(W-SUB-PEND) TO IND-VEND-CODIGO
           OPEN INPUT ARQ-INDENIZ
           IF  FS-OK
               PERFORM 7893-LER-ARQ-INDENIZ-CHAVE
               PERFORM 7899-FECHAR-ARQ-INDENIZ
               IF  W-REG-ENCONTRADO    EQUAL "S" AND
                   NOT IND-CALCULADA
                   GO TO 3100-99-FIM
               END-IF
           END-IF

           MOVE W-PEND-VEND(W-SUB-PEND) TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 3100-99-FIM
           END-IF
           MOVE VEND-CODIGO            TO IND-VEND-CODIGO
           MOVE VEND-RAZAO-SOCIAL      TO W-IND-VEND-DESC

           IF  W-IND-RELATO-ABERTO     EQUAL "N"
               MOVE WID-ARQ-REL-INDENIZ
                                       TO W-ARQ-RELATO
               PERFORM 7510-ABRIR-ARQ-RELATO
               IF  NOT FS-OK
                   PERFORM 7590-FECHAR-ARQ-RELATO
                   GO TO 3100-99-FIM
               END-IF
               MOVE "S"                TO W-IND-RELATO-ABERTO
           END-IF

           PERFORM 5000-CALCULAR-VENDEDOR
           PERFORM 5500-GRAVAR-INDENIZ
           ADD 1                       TO W-IND-QTDE-CALC.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-DEMONSTRATIVO              SECTION.
      *----------------------------------------------------------------*
      * Reemite o demonstrativo de uma indenizacao ja calculada, com
      * o aceite do gestor quando houver. Os valores sao os gravados;
      * o detalhe por competencia e lido de novo do razao.
           MOVE "[Demonstrativo]"      TO W-OP
           PERFORM 6100-BUSCAR-VENDEDOR
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 4000-99-FIM
           END-IF

           IF  IND-DATA-CALCULO        EQUAL ZEROS
               MOVE "Indenizacao ainda nao calculada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4000-99-FIM
           END-IF

           MOVE WID-ARQ-REL-INDENIZ    TO W-ARQ-RELATO
           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               GO TO 4000-99-FIM
           END-IF

           PERFORM 5100-CABECALHO-DEMONSTR
           PERFORM 5200-LISTAR-COMPETENCIAS
           PERFORM 5300-RODAPE-DEMONSTR

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO
           MOVE "Demonstrativo gravado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      *----------------------------------------------------------------*
       5000-CALCULAR-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      * Com o cadastro do vendedor em REG-ARQ-VENDEDOR: vigencia do
      * contrato, soma das comissoes finais ja aprovadas ou pagas no
      * razao entre a competencia do cadastro e a do desligamento
      * (1/12 delas) e o aviso previo sobre as tres competencias
      * anteriores a do desligamento. O demonstrativo e gravado no
      * relatorio aberto.
           MOVE VEND-DATA-CADASTRO     TO IND-DATA-INICIO
           MOVE VEND-DATA-DESLIG       TO IND-DATA-FIM

           MOVE IND-DATA-INICIO        TO W-IND-DATA-AUX
           COMPUTE W-IND-MES-INICIO = W-IND-AUX-ANO * 12
                                    + W-IND-AUX-MES
           MOVE IND-DATA-FIM           TO W-IND-DATA-AUX
           COMPUTE W-IND-MES-FIM    = W-IND-AUX-ANO * 12
                                    + W-IND-AUX-MES
           IF  W-IND-MES-FIM           LESS W-IND-MES-INICIO
               MOVE W-IND-MES-INICIO   TO W-IND-MES-FIM
           END-IF
           COMPUTE IND-MESES-CONTRATO = W-IND-MES-FIM
                                      - W-IND-MES-INICIO
           IF  IND-MESES-CONTRATO      EQUAL ZEROS
               MOVE 1                  TO IND-MESES-CONTRATO
           END-IF

           MOVE ZEROS                  TO W-IND-TOTAL
                                          W-IND-AVISO
           PERFORM 5100-CABECALHO-DEMONSTR
           PERFORM 5200-LISTAR-COMPETENCIAS

           IF  W-IND-TOTAL             LESS ZEROS
               MOVE ZEROS              TO W-IND-TOTAL
           END-IF
           IF  W-IND-AVISO             LESS ZEROS
               MOVE ZEROS              TO W-IND-AVISO
           END-IF
           MOVE W-IND-TOTAL            TO IND-TOTAL-COMISSOES
           COMPUTE IND-VALOR-DOZE-AVOS ROUNDED = W-IND-TOTAL / 12
           MOVE W-IND-AVISO            TO IND-BASE-AVISO
           IF  IND-MESES-CONTRATO      LESS 6
               MOVE ZEROS              TO IND-VALOR-AVISO
           ELSE
               COMPUTE IND-VALOR-AVISO ROUNDED = W-IND-AVISO / 3
           END-IF
           COMPUTE IND-VALOR-FINAL = IND-VALOR-DOZE-AVOS
                                   + IND-VALOR-AVISO

           SET IND-CALCULADA           TO TRUE
           ACCEPT IND-DATA-CALCULO     FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO IND-OPERADOR-CALCULO
           MOVE ZEROS                  TO IND-DATA-APROVACAO
                                          IND-COMPETENCIA-FOLHA
                                          IND-DATA-PAGAMENTO
           MOVE SPACES                 TO IND-OPERADOR-APROVACAO

           PERFORM 5300-RODAPE-DEMONSTR.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-CABECALHO-DEMONSTR         SECTION.
      *----------------------------------------------------------------*

           MOVE IND-VEND-CODIGO        TO W-CV-CODIGO
           MOVE W-IND-VEND-DESC        TO W-CV-RAZAO
           MOVE VEND-CPF               TO W-CV-CPF
           MOVE IND-DATA-INICIO        TO W-CC-INICIO
           MOVE IND-DATA-FIM           TO W-CC-FIM
           MOVE IND-MESES-CONTRATO     TO W-CC-MESES

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1     AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA     AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1     AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-VEND     AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CONTRATO AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2     AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS  AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2     AFTER 1.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-LISTAR-COMPETENCIAS        SECTION.
      *----------------------------------------------------------------*
      * Percorre o razao do vendedor em ordem de competencia. Entram
      * na base as competencias do contrato ja aprovadas ou pagas (a
      * liquidacao final e aprovada pelo proprio desligamento);
      * competencia ainda aberta aparece so para conferencia.
           PERFORM 7421-ABRIR-INPUT-ARQ-LIQUID
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 5200-99-FIM
           END-IF

           INITIALIZE LIQ-CHAVE
           MOVE IND-VEND-CODIGO        TO LIQ-VEND-CODIGO
           PERFORM 7425-START-ARQ-LIQUID-ASC
           IF  FS-OK
               PERFORM 7424-LER-PROX-ARQ-LIQUID
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR LIQ-VEND-CODIGO NOT EQUAL IND-VEND-CODIGO
               MOVE LIQ-COMPETENCIA    TO W-IND-COMP-AUX
               COMPUTE W-IND-MES-LIQ = W-IND-CAUX-ANO * 12
                                     + W-IND-CAUX-MES
               IF  W-IND-MES-LIQ NOT LESS W-IND-MES-INICIO AND
                   W-IND-MES-LIQ NOT GREATER W-IND-MES-FIM
                   PERFORM 5210-LINHA-COMPETENCIA
               END-IF
               PERFORM 7424-LER-PROX-ARQ-LIQUID
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 7429-FECHAR-ARQ-LIQUID.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5210-LINHA-COMPETENCIA          SECTION.
      *----------------------------------------------------------------*

           MOVE LIQ-COMPETENCIA        TO W-LC-COMPETENCIA
           MOVE LIQ-VALOR-FINAL        TO W-LC-VALOR
           MOVE SPACES                 TO W-LC-AVISO
           EVALUATE TRUE
               WHEN LIQ-PAGA
                   MOVE "PAGA"         TO W-LC-SITUACAO
               WHEN LIQ-APROVADA
                   MOVE "APROVADA"     TO W-LC-SITUACAO
               WHEN OTHER
                   MOVE "ABERTA"       TO W-LC-SITUACAO
           END-EVALUATE

           IF  NOT LIQ-ABERTA
               ADD LIQ-VALOR-FINAL     TO W-IND-TOTAL
               IF  W-IND-MES-LIQ       LESS W-IND-MES-FIM AND
                   W-IND-MES-LIQ NOT LESS W-IND-MES-FIM - 3
                   ADD LIQ-VALOR-FINAL TO W-IND-AVISO
                   MOVE "*"            TO W-LC-AVISO
               END-IF
           END-IF

           WRITE REG-ARQ-RELATO FROM W-LIN-COMP AFTER 1.

      *----------------------------------------------------------------*
       5210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5300-RODAPE-DEMONSTR            SECTION.
      *----------------------------------------------------------------*
      * Totais do calculo e bloco de aceite: quem calculou, quem
      * aprovou (ou pendente) e as linhas de assinatura.
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2     AFTER 1

           MOVE "Total de comissoes do contrato ......:"
                                       TO W-RV-TEXTO
           MOVE IND-TOTAL-COMISSOES    TO W-RV-VALOR
           WRITE REG-ARQ-RELATO FROM W-ROD-VALOR    AFTER 1
           MOVE "Indenizacao (1/12) ...................:"
                                       TO W-RV-TEXTO
           MOVE IND-VALOR-DOZE-AVOS    TO W-RV-VALOR
           WRITE REG-ARQ-RELATO FROM W-ROD-VALOR    AFTER 1
           MOVE "Comissoes dos 3 meses anteriores (*) .:"
                                       TO W-RV-TEXTO
           MOVE IND-BASE-AVISO         TO W-RV-VALOR
           WRITE REG-ARQ-RELATO FROM W-ROD-VALOR    AFTER 1
           MOVE "Aviso previo (1/3) ...................:"
                                       TO W-RV-TEXTO
           MOVE IND-VALOR-AVISO        TO W-RV-VALOR
           WRITE REG-ARQ-RELATO FROM W-ROD-VALOR    AFTER 1
           MOVE "Valor final da indenizacao ...........:"
                                       TO W-RV-TEXTO
           MOVE IND-VALOR-FINAL        TO W-RV-VALOR
           WRITE REG-ARQ-RELATO FROM W-ROD-VALOR    AFTER 2

           MOVE "Calculado por ...: "  TO W-RA-TEXTO
           MOVE IND-OPERADOR-CALCULO   TO W-RA-OPERADOR
           MOVE IND-DATA-CALCULO       TO W-RA-DATA
           WRITE REG-ARQ-RELATO FROM W-ROD-ACEITE   AFTER 2
           IF  IND-DATA-APROVACAO      GREATER ZEROS
               MOVE "Aprovado por ....: "
                                       TO W-RA-TEXTO
               MOVE IND-OPERADOR-APROVACAO
                                       TO W-RA-OPERADOR
               MOVE IND-DATA-APROVACAO TO W-RA-DATA
               WRITE REG-ARQ-RELATO FROM W-ROD-ACEITE AFTER 1
           ELSE
               MOVE "Aprovado por ....: "
                                       TO W-RA-TEXTO
               MOVE "PENDENTE"         TO W-RA-OPERADOR
               MOVE ZEROS              TO W-RA-DATA
               WRITE REG-ARQ-RELATO FROM W-ROD-ACEITE AFTER 1
           END-IF

           WRITE REG-ARQ-RELATO FROM W-ROD-ASSINATURA   AFTER 3
           WRITE REG-ARQ-RELATO FROM W-ROD-ASSINA-NOMES AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1         AFTER 1.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5500-GRAVAR-INDENIZ             SECTION.
      *----------------------------------------------------------------*

           PERFORM 7891-ABRIR-ARQ-INDENIZ
           IF  NOT FS-OK
               GO TO 5500-99-FIM
           END-IF
           MOVE REG-ARQ-INDENIZ        TO W-IND-REG-SALVO
           PERFORM 7893-LER-ARQ-INDENIZ-CHAVE
           MOVE W-IND-REG-SALVO        TO REG-ARQ-INDENIZ
           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7897-REGRAVAR-ARQ-INDENIZ
           ELSE
               PERFORM 7896-GRAVAR-ARQ-INDENIZ
           END-IF
           PERFORM 7899-FECHAR-ARQ-INDENIZ.

      *----------------------------------------------------------------*
       5500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-BUSCAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      * Captura o vendedor, exige desligamento registrado e traz a
      * indenizacao gravada, se houver.
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           INITIALIZE REG-ARQ-INDENIZ W-APOIO-INDENIZ
           DISPLAY S-CLS
           DISPLAY S-TELA-INDENIZ

           MOVE "N"                    TO W-RETORNAR

           ACCEPT S-IND-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF

           MOVE IND-VEND-CODIGO        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           IF  VEND-DATA-DESLIG        NOT NUMERIC OR
               VEND-DATA-DESLIG        EQUAL ZEROS
               MOVE "Vendedor sem desligamento registrado (GCC119P), te
      -             "cle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           MOVE VEND-RAZAO-SOCIAL      TO W-IND-VEND-DESC

           OPEN INPUT ARQ-INDENIZ
           IF  FS-OK
               PERFORM 7893-LER-ARQ-INDENIZ-CHAVE
               PERFORM 7899-FECHAR-ARQ-INDENIZ
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   INITIALIZE REG-ARQ-INDENIZ
               END-IF
           ELSE
               INITIALIZE REG-ARQ-INDENIZ
           END-IF
           MOVE VEND-CODIGO            TO IND-VEND-CODIGO

           PERFORM 6400-DESCREVER-SITUACAO
           DISPLAY S-TELA-INDENIZ.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6400-DESCREVER-SITUACAO         SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN IND-PAGA
                   MOVE "PAGA"         TO W-IND-SIT-DESC
               WHEN IND-APROVADA
                   MOVE "APROVADA"     TO W-IND-SIT-DESC
               WHEN IND-CALCULADA
                   MOVE "CALCULADA"    TO W-IND-SIT-DESC
               WHEN OTHER
                   MOVE "NAO CALCULADA"
                                       TO W-IND-SIT-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas da liquidacao de comissoes
       COPY ".\copybooks\GCC103R.cpy".
      * Rotinas indenizacao de representante no desligamento
       COPY ".\copybooks\GCC164R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
