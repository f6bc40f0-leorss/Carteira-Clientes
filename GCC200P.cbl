      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC200P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC200P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Conciliacao com o fechamento mensal do ERP -  *
      *                  importa os totais de controle (faturado,      *
      *                  devolucoes, recebido e quantidade de notas    *
      *                  por competencia e filial) e compara a soma    *
      *                  das filiais com o apurado em ARQ-VENDAS,      *
      *                  ARQ-NOTAS e ARQ-RECEBIMENTO. Diferenca acima  *
      *                  da tolerancia dos parametros gerais gera      *
      *                  alerta e bloqueia a competencia para a        *
      *                  apuracao de comissoes (GCC057P) ate o         *
      *                  supervisor liberar. No modo batch (ciclo de   *
      *                  fim de mes) importa o arquivo, quando houver, *
      *                  e concilia tambem a competencia de            *
      *                  CARTEIRA_COMPETENCIA.                         *
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

      * Totais de controle do ERP e situacao da conciliacao
       COPY ".\copybooks\GCC200FC.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FC.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FC.cpy".
      * Arquivo de recebimentos
       COPY ".\copybooks\GCC118FC.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FC.cpy".
      * Arquivo central de alertas
       COPY ".\copybooks\GCC114FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".

      * Arquivo importacao dos totais de controle do ERP
       SELECT ARQ-IMP-CTL-ERP      ASSIGN TO  WID-ARQ-IMP-CTL-ERP
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo log de rejeitados
       SELECT ARQ-LOG              ASSIGN TO  W-ARQ-LOG
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Totais de controle do ERP e situacao da conciliacao
       COPY ".\copybooks\GCC200FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FD.cpy".
      * Arquivo de recebimentos
       COPY ".\copybooks\GCC118FD.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FD.cpy".
      * Arquivo central de alertas
       COPY ".\copybooks\GCC114FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".

      * Arquivo importacao dos totais de controle do ERP: posicional -
      * competencia (AAAAMM), filial, faturado, devolucoes e recebido
      * (13 inteiros + 2 decimais cada) e quantidade de notas.
       FD  ARQ-IMP-CTL-ERP.
       01  REG-ARQ-IMP-CTL-ERP.
           02 IMPC-COMPETENCIA         PIC  9(006).
           02 FILLER REDEFINES IMPC-COMPETENCIA.
               05 IMPC-ANO             PIC  9(004).
               05 IMPC-MES             PIC  9(002).
           02 IMPC-FILIAL              PIC  X(004).
           02 IMPC-FATURADO            PIC  9(013)V9(002).
           02 IMPC-DEVOLUCOES          PIC  9(013)V9(002).
           02 IMPC-RECEBIDO            PIC  9(013)V9(002).
           02 IMPC-QTDE-NOTAS          PIC  9(007).

      * Arquivo log de rejeitados
       FD  ARQ-LOG.
       01  REG-ARQ-LOG                  PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos leitura do arquivo de parametros
       COPY ".\copybooks\GCC064W.cpy".
      * Campos da gravacao de alertas
       COPY ".\copybooks\GCC114W.cpy".
      * Campos consulta do bloqueio da conciliacao
       COPY ".\copybooks\GCC200W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Linha; Competencia; Filial; Motivo;".

       01  W-REG-ARQ-LOG-DET.
           05 W-LOG-LINHA              PIC  9(07) VALUES ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-COMPETENCIA        PIC  X(06) VALUES SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-FILIAL             PIC  X(04) VALUES SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-MOTIVO             PIC  X(40) VALUES SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-CAMPOS-CONCILIACAO.
           05  W-CNC-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  FILLER REDEFINES W-CNC-COMPETENCIA.
               10  W-CNC-ANO           PIC 9(04).
               10  W-CNC-MES           PIC 9(02).
           05  W-CNC-TOLERANCIA        PIC 9(02)V9(02) VALUE ZEROS.
           05  W-CNC-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-CNC-TEM-ERP           PIC X(01) VALUE "N".
           05  W-CNC-DIVERGENTE        PIC X(01) VALUE "N".
           05  W-CNC-SITUACAO          PIC X(01) VALUE SPACES.
           05  W-CNC-MESMOS-TOTAIS     PIC X(01) VALUE "N".
           05  W-CNC-DATA-LIB          PIC 9(08) VALUE ZEROS.
           05  W-CNC-OPERADOR-LIB      PIC X(20) VALUE SPACES.
           05  W-CNC-CONCILIADAS       PIC 9(03) VALUE ZEROS.
           05  W-CNC-BLOQUEADAS        PIC 9(03) VALUE ZEROS.
           05  W-CNC-LIBERADAS         PIC 9(03) VALUE ZEROS.
           05  W-CNC-SEM-ERP           PIC 9(03) VALUE ZEROS.
           05  W-CNC-QTDE-ED           PIC ZZ9.
           05  W-CNC-COMP-ED           PIC 9(06).

      * Competencia de CARTEIRA_COMPETENCIA no modo batch.
       01  W-COMP-BATCH.
           05  W-COMP-BAT-TX           PIC X(06) VALUE SPACES.
           05  W-COMP-BAT-NUM REDEFINES W-COMP-BAT-TX
                                       PIC 9(06).

      * Competencias a conciliar nesta execucao: as do arquivo
      * importado, a digitada na tela ou a do ciclo mensal.
       01  W-TAB-COMP-CONC.
           05  W-QTDE-TAB-CMP          PIC 9(02) COMP VALUE ZEROS.
           05  W-SUB-CMP               PIC 9(02) COMP VALUE ZEROS.
           05  W-CMP-ACHADA            PIC X(01) VALUE "N".
           05  W-CMP-COMPETENCIA       OCCURS 99 TIMES
                                       PIC 9(06).

      * Totais do ERP por filial da competencia em conciliacao (so
      * informativos: a carteira nao registra filial).
       01  W-TAB-FILIAIS.
           05  W-QTDE-TAB-FIL          PIC 9(02) COMP VALUE ZEROS.
           05  W-SUB-FIL               PIC 9(02) COMP VALUE ZEROS.
           05  W-FIL-ITEM              OCCURS 99 TIMES.
               10  W-FIL-FILIAL        PIC X(004).
               10  W-FIL-FATURADO      PIC 9(013)V9(002).
               10  W-FIL-DEVOLUCOES    PIC 9(013)V9(002).
               10  W-FIL-RECEBIDO      PIC 9(013)V9(002).
               10  W-FIL-QTDE-NOTAS    PIC 9(007).

      * Os quatro totais comparados: 1 faturado, 2 devolucoes,
      * 3 recebido, 4 quantidade de notas.
       01  W-TAB-TOTAIS.
           05  W-SUB-TOT               PIC 9(01) COMP VALUE ZEROS.
           05  W-TOT-ITEM              OCCURS 4 TIMES.
               10  W-TOT-ERP           PIC 9(013)V9(002).
               10  W-TOT-CART          PIC 9(013)V9(002).
               10  W-TOT-DIFERENCA     PIC S9(013)V9(002).
               10  W-TOT-PCT           PIC 9(003)V9(002).
               10  W-TOT-ACIMA         PIC X(001).
       01  W-TAB-DESC-TOTAIS.
           05  FILLER                  PIC X(20)
                                       VALUE "Faturado            ".
           05  FILLER                  PIC X(20)
                                       VALUE "Devolucoes          ".
           05  FILLER                  PIC X(20)
                                       VALUE "Recebido            ".
           05  FILLER                  PIC X(20)
                                       VALUE "Quantidade de notas ".
       01  FILLER REDEFINES W-TAB-DESC-TOTAIS.
           05  W-TOT-DESCRICAO         OCCURS 4 TIMES PIC X(20).
       01  W-CNC-DIF-ABS               PIC 9(013)V9(002) VALUE ZEROS.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Conciliacao dos Totais de Controle do ERP".
           05 FILLER               PIC X(18) VALUE "Tolerancia (%): ".
           05 W-CAB-TOLERANCIA     PIC Z9,99.

       01  W-CAB-COMPETENCIA.
           05 FILLER               PIC X(13) VALUE "Competencia: ".
           05 W-CC-COMPETENCIA     PIC 9(06).
           05 FILLER               PIC X(14) VALUE "   Situacao: ".
           05 W-CC-SITUACAO        PIC X(40).

       01  W-CAB-COL-FILIAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "Filial".
           05 FILLER               PIC X(20) VALUE "      Faturado ERP".
           05 FILLER               PIC X(20) VALUE "    Devolucoes ERP".
           05 FILLER               PIC X(20) VALUE "      Recebido ERP".
           05 FILLER               PIC X(11) VALUE "   Notas".

       01  W-LIN-FILIAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LF-FILIAL          PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LF-FATURADO        PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LF-DEVOLUCOES      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LF-RECEBIDO        PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LF-QTDE-NOTAS      PIC Z.ZZZ.ZZ9.

       01  W-CAB-COL-TOTAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE "Total".
           05 FILLER               PIC X(22)
                                   VALUE "                ERP".
           05 FILLER               PIC X(22)
                                   VALUE "           Carteira".
           05 FILLER               PIC X(22)
                                   VALUE "          Diferenca".
           05 FILLER               PIC X(10) VALUE "   Dif.%".

       01  W-LIN-TOTAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LT-DESCRICAO       PIC X(20).
           05 W-LT-ERP             PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LT-CART            PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LT-DIFERENCA       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LT-PCT             PIC ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LT-MARCA           PIC X(20).

       01  W-LIN-MENSAGEM.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LM-TEXTO           PIC X(80).

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
       01  S-TELA-CONC-ERP.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Arquivo totais do ERP......: "
                                       LINE 08 COL 10.
               10  S-ARQ-IMP-CTL-ERP
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC X(40)
                                       USING WID-ARQ-IMP-CTL-ERP.
               10  VALUE  "Competencia (AAAAMM).......: "
                                       LINE 10 COL 10.
               10  S-CNC-COMPETENCIA   BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 41 PIC 9(06)
                                       USING W-CNC-COMPETENCIA.
               10  VALUE  "Arquivo relatorio..........: "
                                       LINE 12 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 41 PIC X(40)
                                       USING W-ARQ-RELATO.
               10  VALUE  "Tolerancia (%).............: "
                                       LINE 14 COL 10.
               10  S-CNC-TOLERANCIA    LINE 14 COL 41 PIC Z9,99
                                       FROM W-CNC-TOLERANCIA.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Lidos.......:"  LINE 17 COL 10.
               10  S-LIDOS             LINE 17 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-LIDOS.
               10  VALUE  "Gravados....:"  LINE 18 COL 10.
               10  S-GRAVADOS          LINE 18 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-GRAVADOS.
               10  VALUE  "Erros.......:"  LINE 19 COL 10.
               10  S-ERROS             LINE 19 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-ERROS.
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

           ACCEPT W-CNC-DATA-HOJE      FROM DATE YYYYMMDD
           MOVE WID-ARQ-REL-CONC-ERP   TO W-ARQ-RELATO

      * Registro de parametros gravado antes da tolerancia traz
      * brancos no campo: vale zero (totais identicos).
           PERFORM 7925-LER-ARQ-PARAM
           IF  W-PARAM-LIDO            EQUAL "S" AND
               PARAM-TOLER-CONC-ERP    NUMERIC
               MOVE PARAM-TOLER-CONC-ERP
                                       TO W-CNC-TOLERANCIA
           END-IF

           IF  LK-PARAM                EQUAL "B"
               PERFORM 0100-EXECUTAR-BATCH
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "Conciliacao ERP"  TO W-MODULO
               MOVE "<Esc> Sair <F1> Importar ERP <F2> Conciliar <F3> L
      -             "iberar bloqueio"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CONC-ERP
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 0200-IMPORTAR-TELA
                   WHEN COB-SCR-F2
                       PERFORM 0300-CONCILIAR-TELA
                   WHEN COB-SCR-F3
                       PERFORM 3000-LIBERAR-BLOQUEIO
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-EXECUTAR-BATCH             SECTION.
      *----------------------------------------------------------------*
      * Ciclo de fim de mes: importa o arquivo do ERP quando ele foi
      * entregue e acrescenta a competencia do ciclo; competencia
      * bloqueada devolve RETURN-CODE 8 para o controle de passos.
           MOVE ZEROS                  TO W-QTDE-TAB-CMP
           PERFORM 1000-IMPORTAR-CTL-ERP

           MOVE SPACES                 TO W-COMP-BAT-TX
           DISPLAY "CARTEIRA_COMPETENCIA"
                                       UPON ENVIRONMENT-NAME
           ACCEPT  W-COMP-BAT-TX       FROM ENVIRONMENT-VALUE
           IF  W-COMP-BAT-NUM NUMERIC AND
               W-COMP-BAT-NUM GREATER ZEROS
               MOVE W-COMP-BAT-NUM     TO W-CNC-COMPETENCIA
               PERFORM 1300-INCLUIR-COMPETENCIA
           END-IF

           IF  W-QTDE-TAB-CMP          EQUAL ZEROS
               MOVE "Nenhuma competencia a conciliar"
                                       TO W-MSGERRO
               PERFORM 2900-AVISAR
               GO TO 0100-99-FIM
           END-IF

           PERFORM 2000-CONCILIAR

           IF  W-CNC-BLOQUEADAS        GREATER ZEROS
               MOVE 8                  TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0200-IMPORTAR-TELA              SECTION.
      *----------------------------------------------------------------*

           MOVE "<Esc> Voltar <Enter> Importar e conciliar"
                                       TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT S-ARQ-IMP-CTL-ERP
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 0200-99-FIM
           END-IF
           ACCEPT S-NOME-ARQ
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 0200-99-FIM
           END-IF

           MOVE ZEROS                  TO W-QTDE-TAB-CMP
           PERFORM 1000-IMPORTAR-CTL-ERP
           IF  W-QTDE-TAB-CMP          GREATER ZEROS
               PERFORM 2000-CONCILIAR
           END-IF.

      *----------------------------------------------------------------*
       0200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0300-CONCILIAR-TELA             SECTION.
      *----------------------------------------------------------------*

           MOVE "<Esc> Voltar <Enter> Conciliar"
                                       TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT S-CNC-COMPETENCIA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 0300-99-FIM
           END-IF
           IF  W-CNC-MES               LESS 01 OR
               W-CNC-MES               GREATER 12
               MOVE "Competencia invalida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 0300-99-FIM
           END-IF
           ACCEPT S-NOME-ARQ
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 0300-99-FIM
           END-IF

           MOVE ZEROS                  TO W-QTDE-TAB-CMP
           PERFORM 1300-INCLUIR-COMPETENCIA
           PERFORM 2000-CONCILIAR.

      *----------------------------------------------------------------*
       0300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-IMPORTAR-CTL-ERP           SECTION.
      *----------------------------------------------------------------*
      * Carrega o arquivo do ERP em ARQ-CTL-ERP; competencia e filial
      * ja carregadas sao substituidas (o ERP reemite o fechamento).
      * Cada competencia importada entra na lista a conciliar.
           INITIALIZE W-CONTADORES

           MOVE  WID-ARQ-LOG-CTL-ERP   TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO
           OPEN INPUT ARQ-IMP-CTL-ERP
           IF  NOT FS-OK
               MOVE SPACES             TO W-MSGERRO
               STRING "Arquivo de totais do ERP nao aberto. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 2900-AVISAR
               GO TO 1000-99-FIM
           END-IF

           PERFORM 7112-ABRIR-ARQ-CTL-ERP
           IF  NOT FS-OK
               CLOSE ARQ-IMP-CTL-ERP
               GO TO 1000-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           IF  LK-PARAM            NOT EQUAL "B"
               DISPLAY S-TELA-CONTADOR
           END-IF

           PERFORM 7651-LER-PROX-IMP-CTL-ERP
           PERFORM UNTIL NOT FS-OK
                  ADD 1                TO W-LIDOS
                  PERFORM 1100-VERIFICAR-GRAVAR-CTL
                  PERFORM 7651-LER-PROX-IMP-CTL-ERP
                  IF  LK-PARAM     NOT EQUAL "B"
                      DISPLAY S-TELA-CONTADOR
                  END-IF
           END-PERFORM

           CLOSE ARQ-IMP-CTL-ERP
           PERFORM 7119-FECHAR-ARQ-CTL-ERP
           PERFORM 7790-FECHAR-ARQ-LOG

           MOVE "IMP-CTLERP"           TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-VERIFICAR-GRAVAR-CTL       SECTION.
      *----------------------------------------------------------------*
      * Critica a linha (campos numericos e mes valido) e grava ou
      * substitui o total da competencia/filial.
           IF  IMPC-COMPETENCIA  NOT NUMERIC OR
               IMPC-FATURADO     NOT NUMERIC OR
               IMPC-DEVOLUCOES   NOT NUMERIC OR
               IMPC-RECEBIDO     NOT NUMERIC OR
               IMPC-QTDE-NOTAS   NOT NUMERIC
               MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-REJEITAR-LINHA
               GO TO 1100-99-FIM
           END-IF

           IF  IMPC-MES                LESS 01 OR
               IMPC-MES                GREATER 12
               MOVE "Competencia invalida"
                                       TO W-LOG-MOTIVO
               PERFORM 1190-REJEITAR-LINHA
               GO TO 1100-99-FIM
           END-IF

           MOVE IMPC-COMPETENCIA       TO CTLE-COMPETENCIA
           MOVE IMPC-FILIAL            TO CTLE-FILIAL
           PERFORM 7114-LER-ARQ-CTL-ERP-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               INITIALIZE REG-ARQ-CTL-ERP
               MOVE IMPC-COMPETENCIA   TO CTLE-COMPETENCIA
               MOVE IMPC-FILIAL        TO CTLE-FILIAL
           END-IF

           MOVE IMPC-FATURADO          TO CTLE-FATURADO
           MOVE IMPC-DEVOLUCOES        TO CTLE-DEVOLUCOES
           MOVE IMPC-RECEBIDO          TO CTLE-RECEBIDO
           MOVE IMPC-QTDE-NOTAS        TO CTLE-QTDE-NOTAS
           MOVE W-CNC-DATA-HOJE        TO CTLE-DATA-CARGA
           MOVE W-OPERADOR             TO CTLE-OPERADOR
           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7118-REGRAVAR-ARQ-CTL-ERP
           ELSE
               PERFORM 7117-GRAVAR-ARQ-CTL-ERP
           END-IF

           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
               MOVE IMPC-COMPETENCIA   TO W-CNC-COMPETENCIA
               PERFORM 1300-INCLUIR-COMPETENCIA
           ELSE
               MOVE SPACES             TO W-LOG-MOTIVO
               STRING "Erro gravacao. FS: "
                      WS-RESULTADO-ACESSO
                      INTO W-LOG-MOTIVO
               PERFORM 1190-REJEITAR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1190-REJEITAR-LINHA             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-ERROS
           MOVE W-LIDOS                TO W-LOG-LINHA
           MOVE REG-ARQ-IMP-CTL-ERP(1:6)
                                       TO W-LOG-COMPETENCIA
           MOVE IMPC-FILIAL            TO W-LOG-FILIAL
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       1190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-INCLUIR-COMPETENCIA        SECTION.
      *----------------------------------------------------------------*
      * Acrescenta W-CNC-COMPETENCIA a lista, sem repetir.
           MOVE "N"                    TO W-CMP-ACHADA
           PERFORM VARYING W-SUB-CMP FROM 1 BY 1
                   UNTIL W-SUB-CMP GREATER W-QTDE-TAB-CMP
                      OR W-CMP-ACHADA EQUAL "S"
               IF  W-CMP-COMPETENCIA(W-SUB-CMP)
                                       EQUAL W-CNC-COMPETENCIA
                   MOVE "S"            TO W-CMP-ACHADA
               END-IF
           END-PERFORM

           IF  W-CMP-ACHADA            EQUAL "N" AND
               W-QTDE-TAB-CMP          LESS 99
               ADD 1                   TO W-QTDE-TAB-CMP
               MOVE W-CNC-COMPETENCIA
                    TO W-CMP-COMPETENCIA(W-QTDE-TAB-CMP)
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONCILIAR                  SECTION.
      *----------------------------------------------------------------*
      * Concilia cada competencia da lista e grava um bloco dela no
      * relatorio.
           MOVE ZEROS                  TO W-CNC-CONCILIADAS
                                          W-CNC-BLOQUEADAS
                                          W-CNC-LIBERADAS
                                          W-CNC-SEM-ERP

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 2000-99-FIM
           END-IF

           MOVE W-CNC-TOLERANCIA       TO W-CAB-TOLERANCIA
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM VARYING W-SUB-CMP FROM 1 BY 1
                   UNTIL W-SUB-CMP GREATER W-QTDE-TAB-CMP
               MOVE W-CMP-COMPETENCIA(W-SUB-CMP)
                                       TO W-CNC-COMPETENCIA
               PERFORM 2100-CONCILIAR-COMPETENCIA
           END-PERFORM

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE W-QTDE-TAB-CMP         TO W-RESUMO-DIA-LIDOS
           COMPUTE W-RESUMO-DIA-GRAVADOS =
                   W-CNC-CONCILIADAS + W-CNC-LIBERADAS
           MOVE W-CNC-BLOQUEADAS       TO W-RESUMO-DIA-ERROS
           MOVE "CONC-ERP"             TO W-RESUMO-DIA-TIPO
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           MOVE SPACES                 TO W-MSGERRO
           IF  W-CNC-BLOQUEADAS        GREATER ZEROS
               MOVE W-CNC-BLOQUEADAS   TO W-CNC-QTDE-ED
               STRING "Conciliacao gravada: " W-CNC-QTDE-ED
                      " competencia(s) bloqueada(s), tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
           ELSE
               MOVE "Conciliacao gravada, sem bloqueios, tecle <Enter>"
                                       TO W-MSGERRO
           END-IF
           PERFORM 2900-AVISAR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CONCILIAR-COMPETENCIA      SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-TAB-TOTAIS
           PERFORM 2110-SOMAR-TOTAIS-ERP

           MOVE W-CNC-COMPETENCIA      TO W-CC-COMPETENCIA
           IF  W-CNC-TEM-ERP           EQUAL "N"
               ADD 1                   TO W-CNC-SEM-ERP
               MOVE "Sem totais do ERP - nao conciliada"
                                       TO W-CC-SITUACAO
               WRITE REG-ARQ-RELATO FROM W-CAB-COMPETENCIA AFTER 2
               GO TO 2100-99-FIM
           END-IF

           PERFORM 2120-SOMAR-VENDAS
           PERFORM 2130-SOMAR-NOTAS
           PERFORM 2140-SOMAR-RECEBIMENTOS
           PERFORM 2150-COMPARAR-TOTAIS
           PERFORM 2160-GRAVAR-SITUACAO
           PERFORM 2170-GRAVAR-BLOCO-RELATO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-SOMAR-TOTAIS-ERP           SECTION.
      *----------------------------------------------------------------*
      * Soma as filiais da competencia e guarda cada uma para o
      * relatorio.
           MOVE "N"                    TO W-CNC-TEM-ERP
           MOVE ZEROS                  TO W-QTDE-TAB-FIL

           OPEN INPUT ARQ-CTL-ERP
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2110-99-FIM
           END-IF

           MOVE W-CNC-COMPETENCIA      TO CTLE-COMPETENCIA
           MOVE LOW-VALUES             TO CTLE-FILIAL
           PERFORM 7116-START-ARQ-CTL-ERP-ASC
           IF  FS-OK
               PERFORM 7115-LER-PROX-ARQ-CTL-ERP
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CTLE-COMPETENCIA NOT EQUAL W-CNC-COMPETENCIA
               MOVE "S"                TO W-CNC-TEM-ERP
               ADD CTLE-FATURADO       TO W-TOT-ERP(1)
               ADD CTLE-DEVOLUCOES     TO W-TOT-ERP(2)
               ADD CTLE-RECEBIDO       TO W-TOT-ERP(3)
               ADD CTLE-QTDE-NOTAS     TO W-TOT-ERP(4)
               IF  W-QTDE-TAB-FIL      LESS 99
                   ADD 1               TO W-QTDE-TAB-FIL
                   MOVE CTLE-FILIAL
                        TO W-FIL-FILIAL(W-QTDE-TAB-FIL)
                   MOVE CTLE-FATURADO
                        TO W-FIL-FATURADO(W-QTDE-TAB-FIL)
                   MOVE CTLE-DEVOLUCOES
                        TO W-FIL-DEVOLUCOES(W-QTDE-TAB-FIL)
                   MOVE CTLE-RECEBIDO
                        TO W-FIL-RECEBIDO(W-QTDE-TAB-FIL)
                   MOVE CTLE-QTDE-NOTAS
                        TO W-FIL-QTDE-NOTAS(W-QTDE-TAB-FIL)
               END-IF
               PERFORM 7115-LER-PROX-ARQ-CTL-ERP
           END-PERFORM

           PERFORM 7119-FECHAR-ARQ-CTL-ERP
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2120-SOMAR-VENDAS               SECTION.
      *----------------------------------------------------------------*
      * Faturado da carteira: ARQ-VENDAS da competencia pelo indice
      * alternativo. Arquivo ausente soma zero.
           OPEN INPUT ARQ-VENDAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2120-99-FIM
           END-IF

           MOVE W-CNC-COMPETENCIA      TO VENDAS-COMPETENCIA
           PERFORM 7472-START-ARQ-VENDAS-COMP
           IF  FS-OK
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VENDAS-COMPETENCIA NOT EQUAL W-CNC-COMPETENCIA
               ADD VENDAS-VALOR        TO W-TOT-CART(1)
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-PERFORM

           PERFORM 7490-FECHAR-ARQ-VENDAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2130-SOMAR-NOTAS                SECTION.
      *----------------------------------------------------------------*
      * Devolucoes e quantidade de notas (vendas e devolucoes)
      * emitidas na competencia, do detalhe em ARQ-NOTAS.
           OPEN INPUT ARQ-NOTAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2130-99-FIM
           END-IF

           PERFORM 7974-LER-PROX-ARQ-NOTAS
           PERFORM UNTIL NOT FS-OK
               IF  NOTA-DATA-EMISSAO(1:6) EQUAL W-CNC-COMPETENCIA
                   ADD 1               TO W-TOT-CART(4)
                   IF  NOTA-DEVOLUCAO
                       ADD NOTA-VALOR  TO W-TOT-CART(2)
                   END-IF
               END-IF
               PERFORM 7974-LER-PROX-ARQ-NOTAS
           END-PERFORM

           PERFORM 7979-FECHAR-ARQ-NOTAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2140-SOMAR-RECEBIMENTOS         SECTION.
      *----------------------------------------------------------------*
      * Recebido da carteira: pagamentos com data na competencia.
           OPEN INPUT ARQ-RECEBIMENTO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2140-99-FIM
           END-IF

           PERFORM 7984-LER-PROX-ARQ-RECEB
           PERFORM UNTIL NOT FS-OK
               IF  RECEB-DATA-PAGTO(1:6) EQUAL W-CNC-COMPETENCIA
                   ADD RECEB-VALOR     TO W-TOT-CART(3)
               END-IF
               PERFORM 7984-LER-PROX-ARQ-RECEB
           END-PERFORM

           PERFORM 7989-FECHAR-ARQ-RECEB
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-COMPARAR-TOTAIS            SECTION.
      *----------------------------------------------------------------*
      * Diferenca % sobre o total do ERP; ERP zerado com movimento na
      * carteira conta como 100%. Tolerancia zero exige igualdade.
           MOVE "N"                    TO W-CNC-DIVERGENTE

           PERFORM VARYING W-SUB-TOT FROM 1 BY 1
                   UNTIL W-SUB-TOT GREATER 4
               COMPUTE W-TOT-DIFERENCA(W-SUB-TOT) =
                       W-TOT-CART(W-SUB-TOT) - W-TOT-ERP(W-SUB-TOT)
               MOVE W-TOT-DIFERENCA(W-SUB-TOT)
                                       TO W-CNC-DIF-ABS
               MOVE ZEROS              TO W-TOT-PCT(W-SUB-TOT)
               MOVE "N"                TO W-TOT-ACIMA(W-SUB-TOT)
               IF  W-CNC-DIF-ABS       GREATER ZEROS
                   IF  W-TOT-ERP(W-SUB-TOT) EQUAL ZEROS
                       MOVE 100        TO W-TOT-PCT(W-SUB-TOT)
                   ELSE
                       COMPUTE W-TOT-PCT(W-SUB-TOT) ROUNDED =
                               W-CNC-DIF-ABS * 100
                               / W-TOT-ERP(W-SUB-TOT)
                           ON SIZE ERROR
                               MOVE 999,99
                                       TO W-TOT-PCT(W-SUB-TOT)
                       END-COMPUTE
                   END-IF
                   IF  W-CNC-TOLERANCIA EQUAL ZEROS OR
                       W-TOT-PCT(W-SUB-TOT) GREATER W-CNC-TOLERANCIA
                       MOVE "S"        TO W-TOT-ACIMA(W-SUB-TOT)
                       MOVE "S"        TO W-CNC-DIVERGENTE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2160-GRAVAR-SITUACAO            SECTION.
      *----------------------------------------------------------------*
      * Sem divergencia: conciliada. Com divergencia: bloqueada, a
      * menos que o supervisor ja tenha liberado a competencia com
      * exatamente os mesmos totais (reconciliar de novo sem mudanca
      * nao desfaz a liberacao).
           PERFORM 7121-ABRIR-ARQ-CONC-ERP
           IF  NOT FS-OK
               MOVE SPACES             TO W-CNC-SITUACAO
               GO TO 2160-99-FIM
           END-IF

           MOVE W-CNC-COMPETENCIA      TO CONC-COMPETENCIA
           PERFORM 7123-LER-ARQ-CONC-ERP-CHAVE

           MOVE "N"                    TO W-CNC-MESMOS-TOTAIS
           IF  W-REG-ENCONTRADO        EQUAL "S" AND
               CONC-LIBERADA           AND
               CONC-ERP-FATURADO       EQUAL W-TOT-ERP(1)  AND
               CONC-ERP-DEVOLUCOES     EQUAL W-TOT-ERP(2)  AND
               CONC-ERP-RECEBIDO       EQUAL W-TOT-ERP(3)  AND
               CONC-ERP-QTDE-NOTAS     EQUAL W-TOT-ERP(4)  AND
               CONC-CART-FATURADO      EQUAL W-TOT-CART(1) AND
               CONC-CART-DEVOLUCOES    EQUAL W-TOT-CART(2) AND
               CONC-CART-RECEBIDO      EQUAL W-TOT-CART(3) AND
               CONC-CART-QTDE-NOTAS    EQUAL W-TOT-CART(4)
               MOVE "S"                TO W-CNC-MESMOS-TOTAIS
           END-IF

           IF  W-REG-ENCONTRADO        EQUAL "N"
               INITIALIZE REG-ARQ-CONC-ERP
               MOVE W-CNC-COMPETENCIA  TO CONC-COMPETENCIA
           END-IF

           EVALUATE TRUE
               WHEN W-CNC-DIVERGENTE   EQUAL "N"
                   MOVE "C"            TO W-CNC-SITUACAO
                   ADD 1               TO W-CNC-CONCILIADAS
               WHEN W-CNC-MESMOS-TOTAIS EQUAL "S"
                   MOVE "L"            TO W-CNC-SITUACAO
                   ADD 1               TO W-CNC-LIBERADAS
               WHEN OTHER
                   MOVE "B"            TO W-CNC-SITUACAO
                   ADD 1               TO W-CNC-BLOQUEADAS
                   MOVE ZEROS          TO CONC-DATA-LIB
                   MOVE SPACES         TO CONC-OPERADOR-LIB
           END-EVALUATE

           MOVE W-CNC-SITUACAO         TO CONC-SITUACAO
           MOVE W-TOT-ERP(1)           TO CONC-ERP-FATURADO
           MOVE W-TOT-ERP(2)           TO CONC-ERP-DEVOLUCOES
           MOVE W-TOT-ERP(3)           TO CONC-ERP-RECEBIDO
           MOVE W-TOT-ERP(4)           TO CONC-ERP-QTDE-NOTAS
           MOVE W-TOT-CART(1)          TO CONC-CART-FATURADO
           MOVE W-TOT-CART(2)          TO CONC-CART-DEVOLUCOES
           MOVE W-TOT-CART(3)          TO CONC-CART-RECEBIDO
           MOVE W-TOT-CART(4)          TO CONC-CART-QTDE-NOTAS
           MOVE W-CNC-TOLERANCIA       TO CONC-TOLERANCIA
           MOVE W-CNC-DATA-HOJE        TO CONC-DATA-CONC
           MOVE W-OPERADOR             TO CONC-OPERADOR
           MOVE CONC-DATA-LIB          TO W-CNC-DATA-LIB
           MOVE CONC-OPERADOR-LIB      TO W-CNC-OPERADOR-LIB

           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7125-REGRAVAR-ARQ-CONC-ERP
           ELSE
               PERFORM 7124-GRAVAR-ARQ-CONC-ERP
           END-IF
           PERFORM 7129-FECHAR-ARQ-CONC-ERP

           IF  W-CNC-SITUACAO          EQUAL "B"
               MOVE W-CNC-COMPETENCIA  TO W-CNC-COMP-ED
               MOVE "GCC200P"          TO W-ALE-ORIGEM
               MOVE "A"                TO W-ALE-SEVERIDADE
               MOVE SPACES             TO W-ALE-TEXTO
               STRING "Totais do ERP divergentes em " W-CNC-COMP-ED
                      " - comissoes bloqueadas"
                      DELIMITED BY SIZE INTO W-ALE-TEXTO
               MOVE SPACES             TO W-ALE-REF
               STRING "CONC-ERP " W-CNC-COMP-ED
                      DELIMITED BY SIZE INTO W-ALE-REF
               PERFORM 7960-GRAVAR-ALERTA
           END-IF.

      *----------------------------------------------------------------*
       2160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2170-GRAVAR-BLOCO-RELATO        SECTION.
      *----------------------------------------------------------------*

           EVALUATE W-CNC-SITUACAO
               WHEN "C"
                   MOVE "CONCILIADA"   TO W-CC-SITUACAO
               WHEN "L"
                   MOVE "DIVERGENTE - LIBERADA PELO SUPERVISOR"
                                       TO W-CC-SITUACAO
               WHEN "B"
                   MOVE "BLOQUEADA - COMISSOES AGUARDAM LIBERACAO"
                                       TO W-CC-SITUACAO
               WHEN OTHER
                   MOVE "SITUACAO NAO GRAVADA"
                                       TO W-CC-SITUACAO
           END-EVALUATE
           WRITE REG-ARQ-RELATO FROM W-CAB-COMPETENCIA AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           WRITE REG-ARQ-RELATO FROM W-CAB-COL-FILIAL AFTER 1
           PERFORM VARYING W-SUB-FIL FROM 1 BY 1
                   UNTIL W-SUB-FIL GREATER W-QTDE-TAB-FIL
               MOVE W-FIL-FILIAL(W-SUB-FIL)     TO W-LF-FILIAL
               MOVE W-FIL-FATURADO(W-SUB-FIL)   TO W-LF-FATURADO
               MOVE W-FIL-DEVOLUCOES(W-SUB-FIL) TO W-LF-DEVOLUCOES
               MOVE W-FIL-RECEBIDO(W-SUB-FIL)   TO W-LF-RECEBIDO
               MOVE W-FIL-QTDE-NOTAS(W-SUB-FIL) TO W-LF-QTDE-NOTAS
               WRITE REG-ARQ-RELATO FROM W-LIN-FILIAL AFTER 1
           END-PERFORM
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           WRITE REG-ARQ-RELATO FROM W-CAB-COL-TOTAL AFTER 1
           PERFORM VARYING W-SUB-TOT FROM 1 BY 1
                   UNTIL W-SUB-TOT GREATER 4
               MOVE W-TOT-DESCRICAO(W-SUB-TOT) TO W-LT-DESCRICAO
               MOVE W-TOT-ERP(W-SUB-TOT)       TO W-LT-ERP
               MOVE W-TOT-CART(W-SUB-TOT)      TO W-LT-CART
               MOVE W-TOT-DIFERENCA(W-SUB-TOT) TO W-LT-DIFERENCA
               MOVE W-TOT-PCT(W-SUB-TOT)       TO W-LT-PCT
               IF  W-TOT-ACIMA(W-SUB-TOT)      EQUAL "S"
                   MOVE "ACIMA DA TOLERANCIA"  TO W-LT-MARCA
               ELSE
                   MOVE SPACES                 TO W-LT-MARCA
               END-IF
               WRITE REG-ARQ-RELATO FROM W-LIN-TOTAL AFTER 1
           END-PERFORM

           IF  W-CNC-SITUACAO          EQUAL "L"
               MOVE SPACES             TO W-LM-TEXTO
               STRING "Liberada em " W-CNC-DATA-LIB " por "
                      W-CNC-OPERADOR-LIB
                      DELIMITED BY SIZE INTO W-LM-TEXTO
               WRITE REG-ARQ-RELATO FROM W-LIN-MENSAGEM AFTER 1
           END-IF.

      *----------------------------------------------------------------*
       2170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-AVISAR                     SECTION.
      *----------------------------------------------------------------*

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC200P - " FUNCTION TRIM(W-MSGERRO)
               INITIALIZE W-MSGERRO
           ELSE
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-LIBERAR-BLOQUEIO           SECTION.
      *----------------------------------------------------------------*
      * Liberacao pelo supervisor: a competencia bloqueada volta a
      * aceitar a apuracao de comissoes com os totais conferidos;
      * fica registrado quem liberou e quando.
           IF  NOT W-PERFIL-GESTOR
               MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           MOVE "<Esc> Voltar <Enter> Liberar"
                                       TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT S-CNC-COMPETENCIA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7121-ABRIR-ARQ-CONC-ERP
           IF  NOT FS-OK
               GO TO 3000-99-FIM
           END-IF

           MOVE W-CNC-COMPETENCIA      TO CONC-COMPETENCIA
           PERFORM 7123-LER-ARQ-CONC-ERP-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Competencia nao conciliada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-90-FECHAR
           END-IF
           IF  NOT CONC-BLOQUEADA
               MOVE "Competencia nao esta bloqueada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-90-FECHAR
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS      NOT EQUAL COB-SCR-F1
               GO TO 3000-90-FECHAR
           END-IF

           MOVE "L"                    TO CONC-SITUACAO
           MOVE W-CNC-DATA-HOJE        TO CONC-DATA-LIB
           MOVE W-OPERADOR             TO CONC-OPERADOR-LIB
           PERFORM 7125-REGRAVAR-ARQ-CONC-ERP
           IF  FS-OK
               MOVE W-CNC-COMPETENCIA  TO W-CNC-COMP-ED
               MOVE "GCC200P"          TO W-ALE-ORIGEM
               MOVE "I"                TO W-ALE-SEVERIDADE
               MOVE SPACES             TO W-ALE-TEXTO
               STRING "Bloqueio da conciliacao ERP " W-CNC-COMP-ED
                      " liberado por " W-OPERADOR
                      DELIMITED BY SIZE INTO W-ALE-TEXTO
               MOVE SPACES             TO W-ALE-REF
               STRING "CONC-ERP " W-CNC-COMP-ED
                      DELIMITED BY SIZE INTO W-ALE-REF
               PERFORM 7960-GRAVAR-ALERTA
               MOVE "Competencia liberada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

       3000-90-FECHAR.
           PERFORM 7129-FECHAR-ARQ-CONC-ERP.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7651-LER-PROX-IMP-CTL-ERP       SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-IMP-CTL-ERP NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   MOVE SPACES         TO W-MSGERRO
                   STRING "Erro leitura importacao. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 2900-AVISAR
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
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro abrir arquivo log. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 2900-AVISAR
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

      * Rotinas totais de controle do ERP e conciliacao
       COPY ".\copybooks\GCC200R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas arquivo de notas fiscais
       COPY ".\copybooks\GCC117R.cpy".
      * Rotinas arquivo de recebimentos
       COPY ".\copybooks\GCC118R.cpy".
      * Rotinas arquivo de parametros gerais
       COPY ".\copybooks\GCC064R.cpy".
      * Rotinas arquivo central de alertas
       COPY ".\copybooks\GCC114R.cpy".
      * Rotinas arquivo relatorio
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
