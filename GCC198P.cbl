      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC198P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC198P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Penetracao setorial da carteira - por         *
      *                  territorio e vendedor, mostra para cada       *
      *                  divisao CNAE (dois primeiros digitos de       *
      *                  CLIE-CNAE, descrita pela tabela GCC197P) os   *
      *                  clientes ativos, o faturamento das ultimas 12 *
      *                  competencias, o ticket medio (faturamento por *
      *                  mes com faturamento) e a cobertura de visitas *
      *                  (visita realizada ou contato remoto aceito    *
      *                  pela regra do segmento nos ultimos N dias),   *
      *                  com subtotais e um resumo geral por divisao.  *
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
      * Arquivo distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FC.cpy".
      * Arquivo de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Arquivo contatos remotos
       COPY ".\copybooks\GCC189FC.cpy".
      * Arquivo regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FC.cpy".
      * Tabela referencia CNAE
       COPY ".\copybooks\GCC197FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "SETOR-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Arquivo de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Arquivo contatos remotos
       COPY ".\copybooks\GCC189FD.cpy".
      * Arquivo regra de contato remoto por segmento
       COPY ".\copybooks\GCC190FD.cpy".
      * Tabela referencia CNAE
       COPY ".\copybooks\GCC197FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-TERRITORIO         PIC  X(005).
           05  SORT-VEND-CODIGO        PIC  9(007).
           05  SORT-DIVISAO            PIC  9(002).
           05  SORT-CLIE-CODIGO        PIC  9(007).
           05  SORT-FATURAMENTO        PIC  9(013)V9(002).
           05  SORT-MESES-FAT          PIC  9(002).
           05  SORT-COBERTO            PIC  X(001).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos data movimento e checagem de dia util
       COPY ".\copybooks\GCC065W.cpy".

      * Campos contatos remotos
       COPY ".\copybooks\GCC189W.cpy".

      * Campos regra de contato remoto por segmento
       COPY ".\copybooks\GCC190W.cpy".

      * Campos consulta tabela referencia CNAE
       COPY ".\copybooks\GCC197W.cpy".

      * Cliente coberto = ultimo contato que conta (visita realizada
      * ou remoto aceito pela regra do segmento) ate W-SET-DIAS dias
      * antes da data movimento.
       01  W-FILTROS-SETORIAL.
           05  W-SET-DIAS              PIC 9(03) VALUE 90.

       01  W-CAMPOS-SETORIAL.
           05  W-SET-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
           05  W-SET-COMP-ATUAL        PIC 9(06) VALUE ZEROS.
           05  W-SET-COMP-INI          PIC 9(06) VALUE ZEROS.
           05  W-SET-MES-AUX           PIC 9(06) COMP VALUE ZEROS.
           05  W-SET-COMP-AUX          PIC 9(06) VALUE ZEROS.
           05  W-SET-COMP-AUX-R REDEFINES W-SET-COMP-AUX.
               10  W-SET-AUX-ANO       PIC 9(04).
               10  W-SET-AUX-MES       PIC 9(02).
           05  W-SET-CLIE-ANT          PIC 9(07) VALUE ZEROS.
           05  W-SET-ESTOUROU          PIC X(01) VALUE "N".
           05  W-SET-FIM-SORT          PIC X(01) VALUE "N".
           05  W-SET-CLIENTES-ED       PIC ZZZZZZ9.
      * Pesquisa binaria na tabela de clientes, que fica em ordem de
      * codigo por vir da leitura sequencial da distribuicao.
           05  W-SET-CLIE-PROC         PIC 9(07) VALUE ZEROS.
           05  W-SET-INF               PIC 9(04) COMP VALUE ZEROS.
           05  W-SET-SUP               PIC 9(04) COMP VALUE ZEROS.
           05  W-SET-MEIO              PIC 9(04) COMP VALUE ZEROS.
      * Chaves correntes das quebras do relatorio.
           05  W-SET-TERR-ATUAL        PIC X(05) VALUE SPACES.
           05  W-SET-VEND-ATUAL        PIC 9(07) VALUE ZEROS.
           05  W-SET-DIV-ATUAL         PIC 9(02) VALUE ZEROS.
           05  W-SET-IDX-DIV           PIC 9(03) COMP VALUE ZEROS.
           05  W-SET-NIVEL             PIC 9(01) VALUE ZEROS.

      * Clientes ativos da carteira.
       01  W-TAB-SETOR-CLIE.
           05  W-QTDE-TAB-SCL          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-SCL               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-SCL-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-SCL-ITEM              OCCURS 9999 TIMES.
               10  W-SCL-CLIE          PIC 9(007).
               10  W-SCL-VEND          PIC 9(007).
               10  W-SCL-TERRITORIO    PIC X(005).
               10  W-SCL-DIVISAO       PIC 9(002).
               10  W-SCL-SEGMENTO      PIC X(001).
               10  W-SCL-FATURAMENTO   PIC 9(013)V9(002).
               10  W-SCL-MESES-FAT     PIC 9(002).
               10  W-SCL-ULT-VISITA    PIC 9(008).
               10  W-SCL-ULT-REMOTO    PIC 9(008).
               10  W-SCL-COBERTO       PIC X(001).

      * Acumuladores: nivel 1 = divisao, 2 = vendedor, 3 = territorio,
      * 4 = geral; a tabela por divisao (indice divisao + 1) alimenta
      * o resumo final.
       01  W-SET-CELULA.
           05  W-CEL-QTDE              PIC 9(07).
           05  W-CEL-FATURAMENTO       PIC 9(15)V9(02).
           05  W-CEL-MESES-FAT         PIC 9(09).
           05  W-CEL-COBERTOS          PIC 9(07).

       01  W-TAB-SETOR-ACUM.
           05  W-ACU-NIVEL             OCCURS 4 TIMES.
               10  W-ACU-QTDE          PIC 9(07).
               10  W-ACU-FATURAMENTO   PIC 9(15)V9(02).
               10  W-ACU-MESES-FAT     PIC 9(09).
               10  W-ACU-COBERTOS      PIC 9(07).

       01  W-TAB-SETOR-DIVISAO.
           05  W-TDV-ITEM              OCCURS 100 TIMES.
               10  W-TDV-QTDE          PIC 9(07).
               10  W-TDV-FATURAMENTO   PIC 9(15)V9(02).
               10  W-TDV-MESES-FAT     PIC 9(09).
               10  W-TDV-COBERTOS      PIC 9(07).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(49)
              VALUE "Penetracao Setorial por Divisao CNAE - Comp ".
           05 W-CAB-MES            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-CAB-ANO            PIC 9(04).
           05 FILLER               PIC X(14) VALUE " - Cobertura: ".
           05 W-CAB-DIAS           PIC ZZ9.
           05 FILLER               PIC X(05) VALUE " dias".

       01  W-CAB-SECAO.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-CS-TITULO          PIC X(80).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(48)
              VALUE "   Div Descricao".
           05 FILLER               PIC X(09) VALUE " Clientes".
           05 FILLER               PIC X(19)
              VALUE "   Faturamento 12m".
           05 FILLER               PIC X(16) VALUE "    Ticket medio".
           05 FILLER               PIC X(09) VALUE " Cobertos".
           05 FILLER               PIC X(06) VALUE "  Cob%".

       01  W-LIN-SETOR.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LS-DIVISAO         PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LS-DESCRICAO       PIC X(40).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LS-QTDE            PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LS-FATURAMENTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LS-TICKET          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LS-COBERTOS        PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LS-PERC            PIC ZZ9.
           05 FILLER               PIC X(01) VALUE "%".

       01  W-LIN-TICKET            PIC 9(11)V9(02) VALUE ZEROS.
       01  W-LIN-PERC              PIC 9(03) VALUE ZEROS.

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
       01  S-TELA-SETORIAL.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Dias de cobertura de visita: "
                                       LINE 08 COL 10.
               10  S-SET-DIAS          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(03)
                                       USING W-SET-DIAS.
               10  VALUE  "Arquivo relatorio..........: "
                                       LINE 10 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 41 PIC X(40)
                                       TO W-ARQ-RELATO.
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

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'
           SET ENVIRONMENT 'ESCDELAY'              TO '25'
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           MOVE "Penetracao Setorial"  TO W-MODULO
           MOVE WID-ARQ-REL-SETORIAL   TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-CLS
               DISPLAY S-TELA-SETORIAL
               ACCEPT S-SET-DIAS
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   ACCEPT S-NOME-ARQ
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               IF  W-SET-DIAS          EQUAL ZEROS
                   MOVE 90             TO W-SET-DIAS
               END-IF
               PERFORM 2000-PROCESSAR
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-QTDE-TAB-SCL
           MOVE "N"                    TO W-SET-ESTOUROU
           INITIALIZE W-TAB-SETOR-ACUM W-TAB-SETOR-DIVISAO

      * Faturamento: as 12 competencias ate a da data movimento.
           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV(1:6)        TO W-SET-COMP-ATUAL
           MOVE W-SET-COMP-ATUAL       TO W-SET-COMP-AUX
           COMPUTE W-SET-MES-AUX = W-SET-AUX-ANO * 12
                                 + W-SET-AUX-MES - 1 - 11
           DIVIDE W-SET-MES-AUX BY 12 GIVING W-SET-AUX-ANO
                  REMAINDER W-SET-AUX-MES
           ADD 1                       TO W-SET-AUX-MES
           MOVE W-SET-COMP-AUX         TO W-SET-COMP-INI
           COMPUTE W-SET-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-DATA-MOV) - W-SET-DIAS)

           PERFORM 2100-CARREGAR-CARTEIRA
           IF  W-QTDE-TAB-SCL          EQUAL ZEROS
               MOVE "Nenhum cliente ativo na carteira, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2200-SOMAR-FATURAMENTO
           PERFORM 2300-ULTIMA-VISITA
           PERFORM 2400-ULTIMO-REMOTO
           PERFORM 2500-AVALIAR-COBERTURA

           MOVE "N"                    TO W-SET-FIM-SORT
           SORT ARQ-SORT    ON ASCENDING KEY SORT-TERRITORIO
                                             SORT-VEND-CODIGO
                                             SORT-DIVISAO
                                             SORT-CLIE-CODIGO
               INPUT PROCEDURE  IS 3000-INPUT-SORT
               OUTPUT PROCEDURE IS 4000-OUTPUT-SORT.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CARREGAR-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      * Um item por cliente ativo; com mais de uma linha de negocio
      * vale o vendedor da primeira linha da carteira.
           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF

           MOVE ZEROS                  TO W-SET-CLIE-ANT
           PERFORM 7653-LER-PROX-ARQ-DIST
           PERFORM UNTIL NOT FS-OK
               IF  DIST-CLIE-CODIGO    NOT EQUAL W-SET-CLIE-ANT
                   MOVE DIST-CLIE-CODIGO TO W-SET-CLIE-ANT
                   PERFORM 2110-CARREGAR-CLIENTE
               END-IF
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM
           PERFORM 7690-FECHAR-ARQ-DIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-SET-ESTOUROU          EQUAL "S"
               MOVE "Tabela cheia - relatorio parcial, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-CARREGAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*

           MOVE DIST-CLIE-CODIGO       TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 2110-99-FIM
           END-IF
           IF  NOT CLIE-ATIVO
               GO TO 2110-99-FIM
           END-IF

           IF  W-QTDE-TAB-SCL          NOT LESS 9999
               MOVE "S"                TO W-SET-ESTOUROU
               GO TO 2110-99-FIM
           END-IF
           ADD 1                       TO W-QTDE-TAB-SCL
           MOVE DIST-CLIE-CODIGO       TO W-SCL-CLIE(W-QTDE-TAB-SCL)
           MOVE DIST-VEND-CODIGO       TO W-SCL-VEND(W-QTDE-TAB-SCL)
           MOVE CLIE-TERRITORIO        TO W-SCL-TERRITORIO
                                          (W-QTDE-TAB-SCL)
           MOVE CLIE-SEGMENTO          TO W-SCL-SEGMENTO
                                          (W-QTDE-TAB-SCL)
      * CNAE ainda nao enriquecido cai na divisao 00 (sem CNAE).
           IF  CLIE-CNAE               NUMERIC
               MOVE CLIE-CNAE(1:2)     TO W-SCL-DIVISAO
                                          (W-QTDE-TAB-SCL)
           ELSE
               MOVE ZEROS              TO W-SCL-DIVISAO
                                          (W-QTDE-TAB-SCL)
           END-IF
           MOVE ZEROS                  TO W-SCL-FATURAMENTO
                                          (W-QTDE-TAB-SCL)
                                          W-SCL-MESES-FAT
                                          (W-QTDE-TAB-SCL)
                                          W-SCL-ULT-VISITA
                                          (W-QTDE-TAB-SCL)
                                          W-SCL-ULT-REMOTO
                                          (W-QTDE-TAB-SCL)
           MOVE "N"                    TO W-SCL-COBERTO
                                          (W-QTDE-TAB-SCL).

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-SOMAR-FATURAMENTO          SECTION.
      *----------------------------------------------------------------*
      * Le so as competencias da janela pelo indice de competencia;
      * o resumo anual (mes 00) fica de fora.
           PERFORM 7411-ABRIR-INPUT-ARQ-VENDAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           MOVE W-SET-COMP-INI         TO VENDAS-COMPETENCIA
           PERFORM 7472-START-ARQ-VENDAS-COMP
           IF  FS-OK
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VENDAS-COMPETENCIA GREATER W-SET-COMP-ATUAL
               IF  VENDAS-VALOR        GREATER ZEROS AND
                   VENDAS-COMPETENCIA(5:2) NOT EQUAL "00"
                   MOVE VENDAS-CLIE-CODIGO TO W-SET-CLIE-PROC
                   PERFORM 2910-LOCALIZAR-CLIENTE
                   IF  W-SUB-SCL-ACHADO GREATER ZEROS
                       ADD VENDAS-VALOR
                        TO W-SCL-FATURAMENTO(W-SUB-SCL-ACHADO)
                       ADD 1
                        TO W-SCL-MESES-FAT(W-SUB-SCL-ACHADO)
                   END-IF
               END-IF
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-PERFORM
           PERFORM 7490-FECHAR-ARQ-VENDAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ULTIMA-VISITA              SECTION.
      *----------------------------------------------------------------*
      * Ultima visita presencial realizada ate a data movimento.
           PERFORM 7311-ABRIR-INPUT-ARQ-VISITA
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2300-99-FIM
           END-IF

           PERFORM 7353-LER-PROX-ARQ-VISITA
           PERFORM UNTIL NOT FS-OK
               IF  VISITA-REALIZADA AND
                   VISITA-DATA         NOT GREATER W-DATA-MOV
                   MOVE VISITA-CLIE-CODIGO TO W-SET-CLIE-PROC
                   PERFORM 2910-LOCALIZAR-CLIENTE
                   IF  W-SUB-SCL-ACHADO GREATER ZEROS
                       IF  VISITA-DATA GREATER
                           W-SCL-ULT-VISITA(W-SUB-SCL-ACHADO)
                           MOVE VISITA-DATA
                             TO W-SCL-ULT-VISITA(W-SUB-SCL-ACHADO)
                       END-IF
                   END-IF
               END-IF
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM
           PERFORM 7390-FECHAR-ARQ-VISITA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ULTIMO-REMOTO              SECTION.
      *----------------------------------------------------------------*
      * Ultimo contato remoto efetivo dentro da janela de cobertura;
      * a chave do arquivo comeca pela data.
           PERFORM 7462-ABRIR-INPUT-ARQ-CONTREM
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2400-99-FIM
           END-IF

           INITIALIZE CRM-CHAVE
           MOVE W-SET-DATA-LIMITE      TO CRM-DATA
           PERFORM 7465-START-ARQ-CONTATO-REM-ASC
           IF  FS-OK
               PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CRM-DATA GREATER W-DATA-MOV
               IF  CRM-EFETIVO
                   MOVE CRM-CLIE-CODIGO TO W-SET-CLIE-PROC
                   PERFORM 2910-LOCALIZAR-CLIENTE
                   IF  W-SUB-SCL-ACHADO GREATER ZEROS
                       IF  CRM-DATA    GREATER
                           W-SCL-ULT-REMOTO(W-SUB-SCL-ACHADO)
                           MOVE CRM-DATA
                             TO W-SCL-ULT-REMOTO(W-SUB-SCL-ACHADO)
                       END-IF
                   END-IF
               END-IF
               PERFORM 7464-LER-PROX-ARQ-CONTATO-REM
           END-PERFORM
           PERFORM 7470-FECHAR-ARQ-CONTATO-REM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-AVALIAR-COBERTURA          SECTION.
      *----------------------------------------------------------------*
      * O ultimo contato que conta vem da regra do segmento (7951):
      * a visita presencial, ou o remoto quando a regra o aceita.
           PERFORM 7950-CARREGAR-REGRA-REMOTO

           PERFORM VARYING W-SUB-SCL FROM 1 BY 1
                   UNTIL W-SUB-SCL GREATER W-QTDE-TAB-SCL
               MOVE W-SCL-SEGMENTO(W-SUB-SCL)   TO W-RRM-SEGMENTO
               MOVE W-SCL-ULT-VISITA(W-SUB-SCL) TO W-RRM-ULT-PRESENCIAL
               MOVE W-SCL-ULT-REMOTO(W-SUB-SCL) TO W-RRM-ULT-REMOTO
               PERFORM 7951-AVALIAR-CONTATO-REMOTO
               IF  W-RRM-ULT-CONTATO   GREATER ZEROS AND
                   W-RRM-ULT-CONTATO   NOT LESS W-SET-DATA-LIMITE
                   MOVE "S"            TO W-SCL-COBERTO(W-SUB-SCL)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-LOCALIZAR-CLIENTE          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-SCL-ACHADO
           MOVE 1                      TO W-SET-INF
           MOVE W-QTDE-TAB-SCL         TO W-SET-SUP
           PERFORM UNTIL W-SET-INF GREATER W-SET-SUP
                      OR W-SUB-SCL-ACHADO GREATER ZEROS
               COMPUTE W-SET-MEIO = (W-SET-INF + W-SET-SUP) / 2
               EVALUATE TRUE
                   WHEN W-SCL-CLIE(W-SET-MEIO) EQUAL W-SET-CLIE-PROC
                       MOVE W-SET-MEIO TO W-SUB-SCL-ACHADO
                   WHEN W-SCL-CLIE(W-SET-MEIO) LESS W-SET-CLIE-PROC
                       COMPUTE W-SET-INF = W-SET-MEIO + 1
                   WHEN W-SET-MEIO     EQUAL 1
                       MOVE ZEROS      TO W-SET-SUP
                   WHEN OTHER
                       COMPUTE W-SET-SUP = W-SET-MEIO - 1
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-SUB-SCL FROM 1 BY 1
                   UNTIL W-SUB-SCL GREATER W-QTDE-TAB-SCL
               MOVE W-SCL-TERRITORIO(W-SUB-SCL)  TO SORT-TERRITORIO
               MOVE W-SCL-VEND(W-SUB-SCL)        TO SORT-VEND-CODIGO
               MOVE W-SCL-DIVISAO(W-SUB-SCL)     TO SORT-DIVISAO
               MOVE W-SCL-CLIE(W-SUB-SCL)        TO SORT-CLIE-CODIGO
               MOVE W-SCL-FATURAMENTO(W-SUB-SCL) TO SORT-FATURAMENTO
               MOVE W-SCL-MESES-FAT(W-SUB-SCL)   TO SORT-MESES-FAT
               MOVE W-SCL-COBERTO(W-SUB-SCL)     TO SORT-COBERTO
               RELEASE REG-SORT
           END-PERFORM.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*

           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-SET-FIM-SORT
           END-RETURN
           IF  W-SET-FIM-SORT          EQUAL "S"
               GO TO 4000-99-FIM
           END-IF

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 4000-99-FIM
           END-IF
           PERFORM 7804-ABRIR-INPUT-ARQ-CNAE

           MOVE W-SET-COMP-ATUAL(1:4)  TO W-CAB-ANO
           MOVE W-SET-COMP-ATUAL(5:2)  TO W-CAB-MES
           MOVE W-SET-DIAS             TO W-CAB-DIAS
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           MOVE SORT-TERRITORIO        TO W-SET-TERR-ATUAL
           MOVE SORT-VEND-CODIGO       TO W-SET-VEND-ATUAL
           MOVE SORT-DIVISAO           TO W-SET-DIV-ATUAL
           PERFORM 4600-ABRIR-TERRITORIO
           PERFORM 4700-ABRIR-VENDEDOR

           PERFORM 4100-PROCESSAR-CLIENTE
                   UNTIL W-SET-FIM-SORT EQUAL "S"

           PERFORM 4300-FECHAR-DIVISAO
           PERFORM 4400-FECHAR-VENDEDOR
           PERFORM 4500-FECHAR-TERRITORIO

      * Resumo geral por divisao.
           MOVE "Resumo da carteira por divisao CNAE" TO W-CS-TITULO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           PERFORM 4050-GRAVAR-CABECALHO
           PERFORM VARYING W-SET-IDX-DIV FROM 1 BY 1
                   UNTIL W-SET-IDX-DIV GREATER 100
               IF  W-TDV-QTDE(W-SET-IDX-DIV) GREATER ZEROS
                   MOVE W-TDV-ITEM(W-SET-IDX-DIV) TO W-SET-CELULA
                   COMPUTE W-SET-DIV-ATUAL = W-SET-IDX-DIV - 1
                   PERFORM 4800-GRAVAR-LINHA-DIVISAO
               END-IF
           END-PERFORM
           MOVE W-ACU-NIVEL(4)         TO W-SET-CELULA
           MOVE SPACES                 TO W-LS-DIVISAO
           MOVE "Total geral"          TO W-LS-DESCRICAO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           PERFORM 4900-GRAVAR-LINHA
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 7813-FECHAR-ARQ-CNAE
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE W-ACU-QTDE(4)          TO W-SET-CLIENTES-ED
           MOVE SPACES                 TO W-MSGERRO
           STRING "Penetracao setorial: " W-SET-CLIENTES-ED
                  " clientes ativos, tecle <Enter>"
                  DELIMITED BY SIZE INTO W-MSGERRO
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC198P - " FUNCTION TRIM(W-MSGERRO)
           ELSE
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4050-GRAVAR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-CAB-SECAO AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1.

      *----------------------------------------------------------------*
       4050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-PROCESSAR-CLIENTE          SECTION.
      *----------------------------------------------------------------*
      * Quebras territorio > vendedor > divisao: ao mudar uma chave,
      * fecha os niveis abaixo dela e acumula o cliente corrente.
           EVALUATE TRUE
               WHEN SORT-TERRITORIO    NOT EQUAL W-SET-TERR-ATUAL
                   PERFORM 4300-FECHAR-DIVISAO
                   PERFORM 4400-FECHAR-VENDEDOR
                   PERFORM 4500-FECHAR-TERRITORIO
                   MOVE SORT-TERRITORIO  TO W-SET-TERR-ATUAL
                   MOVE SORT-VEND-CODIGO TO W-SET-VEND-ATUAL
                   MOVE SORT-DIVISAO     TO W-SET-DIV-ATUAL
                   PERFORM 4600-ABRIR-TERRITORIO
                   PERFORM 4700-ABRIR-VENDEDOR
               WHEN SORT-VEND-CODIGO   NOT EQUAL W-SET-VEND-ATUAL
                   PERFORM 4300-FECHAR-DIVISAO
                   PERFORM 4400-FECHAR-VENDEDOR
                   MOVE SORT-VEND-CODIGO TO W-SET-VEND-ATUAL
                   MOVE SORT-DIVISAO     TO W-SET-DIV-ATUAL
                   PERFORM 4700-ABRIR-VENDEDOR
               WHEN SORT-DIVISAO       NOT EQUAL W-SET-DIV-ATUAL
                   PERFORM 4300-FECHAR-DIVISAO
                   MOVE SORT-DIVISAO     TO W-SET-DIV-ATUAL
           END-EVALUATE

           ADD 1                       TO W-ACU-QTDE(1)
           ADD SORT-FATURAMENTO        TO W-ACU-FATURAMENTO(1)
           ADD SORT-MESES-FAT          TO W-ACU-MESES-FAT(1)
           IF  SORT-COBERTO            EQUAL "S"
               ADD 1                   TO W-ACU-COBERTOS(1)
           END-IF

           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-SET-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-FECHAR-DIVISAO             SECTION.
      *----------------------------------------------------------------*
      * Linha da divisao no vendedor; soma no vendedor e no resumo
      * por divisao.
           IF  W-ACU-QTDE(1)           EQUAL ZEROS
               GO TO 4300-99-FIM
           END-IF

           MOVE W-ACU-NIVEL(1)         TO W-SET-CELULA
           PERFORM 4800-GRAVAR-LINHA-DIVISAO

           COMPUTE W-SET-IDX-DIV = W-SET-DIV-ATUAL + 1
           ADD W-CEL-QTDE              TO W-TDV-QTDE(W-SET-IDX-DIV)
           ADD W-CEL-FATURAMENTO       TO W-TDV-FATURAMENTO
                                          (W-SET-IDX-DIV)
           ADD W-CEL-MESES-FAT         TO W-TDV-MESES-FAT
                                          (W-SET-IDX-DIV)
           ADD W-CEL-COBERTOS          TO W-TDV-COBERTOS(W-SET-IDX-DIV)

           MOVE 1                      TO W-SET-NIVEL
           PERFORM 4850-PROPAGAR-NIVEL.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-FECHAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*

           MOVE W-ACU-NIVEL(2)         TO W-SET-CELULA
           MOVE SPACES                 TO W-LS-DIVISAO
           MOVE "Total do vendedor"    TO W-LS-DESCRICAO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           PERFORM 4900-GRAVAR-LINHA

           MOVE 2                      TO W-SET-NIVEL
           PERFORM 4850-PROPAGAR-NIVEL.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-FECHAR-TERRITORIO          SECTION.
      *----------------------------------------------------------------*

           MOVE W-ACU-NIVEL(3)         TO W-SET-CELULA
           MOVE SPACES                 TO W-LS-DIVISAO
           MOVE SPACES                 TO W-LS-DESCRICAO
           STRING "Total do territorio " W-SET-TERR-ATUAL
                  DELIMITED BY SIZE INTO W-LS-DESCRICAO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 2
           PERFORM 4900-GRAVAR-LINHA
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           MOVE 3                      TO W-SET-NIVEL
           PERFORM 4850-PROPAGAR-NIVEL.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4600-ABRIR-TERRITORIO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO W-CS-TITULO
           IF  W-SET-TERR-ATUAL        EQUAL SPACES
               MOVE "Territorio: (nao informado)" TO W-CS-TITULO
           ELSE
               STRING "Territorio: " W-SET-TERR-ATUAL
                      DELIMITED BY SIZE INTO W-CS-TITULO
           END-IF
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-SECAO AFTER 1.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4700-ABRIR-VENDEDOR             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO W-CS-TITULO
           IF  W-SET-VEND-ATUAL        EQUAL ZEROS
               MOVE "  Vendedor: (sem vendedor atribuido)"
                                       TO W-CS-TITULO
           ELSE
               MOVE W-SET-VEND-ATUAL   TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    NOT EQUAL "S"
                   MOVE "(vendedor nao cadastrado)"
                                       TO VEND-RAZAO-SOCIAL
               END-IF
               STRING "  Vendedor: " W-SET-VEND-ATUAL " - "
                      VEND-RAZAO-SOCIAL
                      DELIMITED BY SIZE INTO W-CS-TITULO
           END-IF
           PERFORM 4050-GRAVAR-CABECALHO.

      *----------------------------------------------------------------*
       4700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4800-GRAVAR-LINHA-DIVISAO       SECTION.
      *----------------------------------------------------------------*
      * Linha de W-SET-CELULA com o codigo e a descricao da divisao
      * W-SET-DIV-ATUAL.
           MOVE W-SET-DIV-ATUAL        TO W-LS-DIVISAO
           MOVE W-SET-DIV-ATUAL        TO W-CNAE-DIV-PROCURADA
           PERFORM 7815-DESCREVER-DIVISAO-CNAE
           MOVE W-CNAE-DESC            TO W-LS-DESCRICAO
           PERFORM 4900-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       4800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4850-PROPAGAR-NIVEL             SECTION.
      *----------------------------------------------------------------*
      * Soma o acumulador W-SET-NIVEL no nivel de cima e o zera.
           ADD W-ACU-QTDE(W-SET-NIVEL)
            TO W-ACU-QTDE(W-SET-NIVEL + 1)
           ADD W-ACU-FATURAMENTO(W-SET-NIVEL)
            TO W-ACU-FATURAMENTO(W-SET-NIVEL + 1)
           ADD W-ACU-MESES-FAT(W-SET-NIVEL)
            TO W-ACU-MESES-FAT(W-SET-NIVEL + 1)
           ADD W-ACU-COBERTOS(W-SET-NIVEL)
            TO W-ACU-COBERTOS(W-SET-NIVEL + 1)
           INITIALIZE W-ACU-NIVEL(W-SET-NIVEL).

      *----------------------------------------------------------------*
       4850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      * Ticket medio = faturamento / meses com faturamento dos
      * clientes da linha; cobertura = cobertos / clientes.
           MOVE W-CEL-QTDE             TO W-LS-QTDE
           MOVE W-CEL-FATURAMENTO      TO W-LS-FATURAMENTO
           MOVE W-CEL-COBERTOS         TO W-LS-COBERTOS
           MOVE ZEROS                  TO W-LIN-TICKET W-LIN-PERC
           IF  W-CEL-MESES-FAT         GREATER ZEROS
               COMPUTE W-LIN-TICKET ROUNDED =
                       W-CEL-FATURAMENTO / W-CEL-MESES-FAT
           END-IF
           IF  W-CEL-QTDE              GREATER ZEROS
               COMPUTE W-LIN-PERC ROUNDED =
                       W-CEL-COBERTOS * 100 / W-CEL-QTDE
           END-IF
           MOVE W-LIN-TICKET           TO W-LS-TICKET
           MOVE W-LIN-PERC             TO W-LS-PERC
           WRITE REG-ARQ-RELATO FROM W-LIN-SETOR AFTER 1.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas arquivo de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas arquivo contatos remotos
       COPY ".\copybooks\GCC189R.cpy".
      * Rotinas regra de contato remoto por segmento
       COPY ".\copybooks\GCC190R.cpy".
      * Rotinas tabela referencia CNAE
       COPY ".\copybooks\GCC197R.cpy".
      * Rotinas data movimento e calendario de feriados
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo relatorio
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
