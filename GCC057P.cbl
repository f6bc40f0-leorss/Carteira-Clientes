      *                  aplica a tabela de percentuais e emite um     *
      *                  demonstrativo por vendedor mais o resumo      *
      *                  geral para a folha de pagamento.              *
      *                  O faturamento do cliente atendido em mais de  *
      *                  uma linha de negocio e dividido em partes     *
      *                  iguais entre as linhas que o atendem.         *
      *                  Cliente que trocou de vendedor no mes tem o   *
      *                  faturamento rateado entre os detentores pelos *
      *                  dias de cada um (HIST-ATRIB), ou pelas notas  *
      *                  emitidas em cada periodo quando ARQ-NOTAS tem *
      *                  o detalhe; cada trecho sai no demonstrativo   *
      *                  com o seu periodo e entra na liquidacao do    *
      *                  respectivo vendedor.                          *
      *                  O faturamento comissionado de cada vendedor   *
      *                  fica em ARQ-COMIS-BASE para o override dos    *
      *                  supervisores (GCC163P).                       *
      *                  Competencia bloqueada na conciliacao com o    *
      *                  fechamento do ERP (GCC200P) nao e apurada.    *
      *                  Trocas de vendedor alem da capacidade da      *
      *                  tabela de eventos interrompem a apuracao.     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      * Arquivo de recebimentos (regime de caixa)
       COPY ".\copybooks\GCC118FC.cpy".

      * Arquivo de notas fiscais (rateio por data de emissao)
       COPY ".\copybooks\GCC117FC.cpy".

      * Base comissionada por vendedor (override dos supervisores)
       COPY ".\copybooks\GCC163FC.cpy".

      * Conciliacao com o fechamento do ERP (bloqueio da competencia)
       COPY ".\copybooks\GCC200FC.cpy".

      * Historico de atribuicoes (rateio por periodo de atendimento)
       SELECT ARQ-HIST-ATRIB       ASSIGN TO  WID-ARQ-HIST-ATRIB
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      * (GCC140P) o titular leva 100 menos o percentual do
      * secundario, que entra com registro proprio.
           05  SORT-PCT-RATEIO         PIC  9(003).
           05  SORT-LINHA              PIC  9(002).
      * Periodo da competencia em que o vendedor deteve o cliente:
      * o mes inteiro quando nao houve troca, ou o trecho entre as
      * trocas registradas em HIST-ATRIB.
           05  SORT-DATA-INI.
               10  SORT-ANOMES-INI     PIC  9(006).
               10  SORT-DIA-INI        PIC  9(002).
           05  SORT-DIA-FIM            PIC  9(002).
           05  SORT-DIAS               PIC  9(002).

      * Tabela de percentuais: faixas em ordem crescente de limite de
      * faturamento, percentual aplicado sobre o total do vendedor.
      * Arquivo de recebimentos (regime de caixa)
       COPY ".\copybooks\GCC118FD.cpy".

      * Arquivo de notas fiscais (rateio por data de emissao)
       COPY ".\copybooks\GCC117FD.cpy".

      * Base comissionada por vendedor (override dos supervisores)
       COPY ".\copybooks\GCC163FD.cpy".

      * Conciliacao com o fechamento do ERP (bloqueio da competencia)
       COPY ".\copybooks\GCC200FD.cpy".

      * Historico de atribuicoes
       FD  ARQ-HIST-ATRIB.
       01  REG-ARQ-HIST-ATRIB.
           02 HATR-DATA.
               05 HATR-ANOMES          PIC  9(006).
               05 HATR-DIA             PIC  9(002).
           02 FILLER                   PIC  X(001).
           02 HATR-CLIE-CODIGO         PIC  9(007).
           02 FILLER                   PIC  X(001).
           02 HATR-VEND-ANTERIOR       PIC  9(007).
           02 FILLER                   PIC  X(001).
           02 HATR-VEND-NOVO           PIC  9(007).
           02 FILLER                   PIC  X(001).
           02 HATR-DISTANCIA-M         PIC  9(010).
           02 FILLER                   PIC  X(001).
           02 HATR-ORIGEM              PIC  X(008).
           02 FILLER                   PIC  X(001).
           02 HATR-LINHA               PIC  9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos consulta do bloqueio da conciliacao com o ERP
       COPY ".\copybooks\GCC200W.cpy".

       01  W-APURACAO-COMISSAO.
           05  W-COM-COMPETENCIA       PIC 9(06) VALUE ZEROS.
      * Ajustes manuais da liquidacao (GCC103P) somados ao valor
      * calculado para compor o valor final do demonstrativo.
           05  W-AJUSTES-VEND          PIC S9(13)V9(02) VALUE ZEROS.
      * Linhas de negocio que atendem o cliente corrente: ARQ-VENDAS
      * nao separa o faturamento por linha, que entao e dividido em
      * partes iguais entre elas.
           05  W-QTDE-LINHAS-CLIE      PIC 9(02) VALUE ZEROS.
           05  W-ARQ-DIST-ABERTO       PIC X(01) VALUE "N".
           05  W-FINAL-VEND            PIC S9(13)V9(02) VALUE ZEROS.

      * Periodos de atendimento do cliente na competencia: o detentor
      * de cada trecho sai dos eventos de HIST-ATRIB; o ultimo trecho
      * fica com quem detinha o cliente no fim do mes.
       01  W-PERIODO-ATEND.
           05  W-PER-DIAS-MES          PIC 9(02) VALUE ZEROS.
           05  W-PER-DATA-1.
               10  W-PER-ANO-1         PIC 9(04).
               10  W-PER-MES-1         PIC 9(02).
               10  W-PER-DIA-1         PIC 9(02).
           05  W-PER-DATA-1-N REDEFINES W-PER-DATA-1
                                       PIC 9(08).
           05  W-PER-DATA-2.
               10  W-PER-ANO-2         PIC 9(04).
               10  W-PER-MES-2         PIC 9(02).
               10  W-PER-DIA-2         PIC 9(02).
           05  W-PER-DATA-2-N REDEFINES W-PER-DATA-2
                                       PIC 9(08).
           05  W-PER-DIA-INI           PIC 9(02) VALUE ZEROS.
           05  W-PER-DIA-FIM           PIC 9(02) VALUE ZEROS.
           05  W-PER-DETENTOR          PIC 9(07) VALUE ZEROS.
           05  W-PER-PCT               PIC 9(03) VALUE ZEROS.
           05  W-PER-ACHOU-EVENTO      PIC X(01) VALUE "N".
           05  W-PER-TEM-NOTA          PIC X(01) VALUE "N".
           05  W-PER-SOMA-NOTAS        PIC S9(13)V9(02) VALUE ZEROS.

      * Eventos de HIST-ATRIB a partir da competencia apurada, na
      * ordem do log (cronologica); com mais eventos do que a tabela
      * comporta a apuracao nao e feita - o rateio sairia errado.
       01  W-TAB-EVENTOS-ATRIB.
           05  W-QTDE-EVT              PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-EVT               PIC 9(04) COMP VALUE ZEROS.
           05  W-EVT-ESTOURO           PIC X(01) VALUE "N".
           05  W-EVT-ITEM              OCCURS 9999 TIMES.
               10  W-EVT-ANOMES        PIC 9(006).
               10  W-EVT-DIA           PIC 9(002).
               10  W-EVT-CLIE          PIC 9(007).
               10  W-EVT-LINHA         PIC 9(002).
               10  W-EVT-ANTERIOR      PIC 9(007).
               10  W-EVT-NOVO          PIC 9(007).

      * Notas fiscais da competencia somadas por cliente e dia de
      * emissao (devolucoes abatem); sem ARQ-NOTAS ou com mais
      * cliente-dias do que a tabela comporta, o rateio fica pelos
      * dias do periodo.
       01  W-TAB-NOTAS-COMP.
           05  W-QTDE-NTC              PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-NTC               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-NTC-ACHADO        PIC 9(04) COMP VALUE ZEROS.
           05  W-NTC-ESTOURO           PIC X(01) VALUE "N".
           05  W-NTC-ITEM              OCCURS 9999 TIMES.
               10  W-NTC-CLIE          PIC 9(007).
               10  W-NTC-DIA           PIC 9(002).
               10  W-NTC-VALOR         PIC S9(013)V9(002).

      * Tabela de faixas carregada de TAB-COMISSAO.txt; ausente, vale
      * o percentual padrao da tela para qualquer faturamento.
       01  W-TAB-FAIXAS.
           05 FILLER               PIC X(40) VALUE "Razao Social".
           05 FILLER               PIC X(06).
           05 FILLER               PIC X(15) VALUE "Faturamento".
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(05) VALUE "Linha".
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(07) VALUE "Periodo".

       01  W-DET-01.
           05 FILLER               PIC X(01).
           05 W-DET-01-RAZAO       PIC X(40).
           05 FILLER               PIC X(03).
           05 W-DET-01-FATUR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03).
           05 W-DET-01-LINHA       PIC 9(02).
           05 FILLER               PIC X(08).
           05 W-DET-01-DIA-INI     PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-DET-01-MES-INI     PIC 9(02).
           05 FILLER               PIC X(03) VALUE " a ".
           05 W-DET-01-DIA-FIM     PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-DET-01-MES-FIM     PIC 9(02).

       01  W-ROD-01.
           05 FILLER               PIC X(10).
               PERFORM 4100-ACC-FILTROS
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 4160-VERIFICAR-CONC-ERP
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 1000-INICIALIZA
               IF  W-VOLTAR            EQUAL "N"

           IF  W-VOLTAR EQUAL "N" AND W-REGIME-CAIXA
               PERFORM 1200-CARREGAR-RECEBIDO-COMP
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 1300-CARREGAR-EVENTOS-ATRIB
           END-IF

           IF  W-VOLTAR EQUAL "N" AND NOT W-REGIME-CAIXA
               PERFORM 1400-CARREGAR-NOTAS-COMP
           END-IF.

      *----------------------------------------------------------------*
       1210-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-CARREGAR-EVENTOS-ATRIB     SECTION.
      *----------------------------------------------------------------*
      * Calcula os dias da competencia e carrega as trocas de vendedor
      * registradas a partir dela: as do mes dividem os periodos e a
      * primeira posterior ao mes indica quem detinha o cliente no
      * ultimo dia, caso a apuracao rode depois de novas trocas.
           MOVE W-COM-COMPETENCIA      TO W-PER-DATA-1-N(1:6)
           MOVE 01                     TO W-PER-DIA-1
           MOVE W-PER-DATA-1           TO W-PER-DATA-2
           IF  W-PER-MES-1             EQUAL 12
               ADD  1                  TO W-PER-ANO-2
               MOVE 01                 TO W-PER-MES-2
           ELSE
               ADD  1                  TO W-PER-MES-2
           END-IF
           COMPUTE W-PER-DIAS-MES =
                   FUNCTION INTEGER-OF-DATE(W-PER-DATA-2-N)
                 - FUNCTION INTEGER-OF-DATE(W-PER-DATA-1-N)

           MOVE ZEROS                  TO W-QTDE-EVT
           MOVE "N"                    TO W-EVT-ESTOURO
           OPEN INPUT ARQ-HIST-ATRIB
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 1300-99-FIM
           END-IF

           READ ARQ-HIST-ATRIB NEXT
           PERFORM UNTIL NOT FS-OK OR W-EVT-ESTOURO EQUAL "S"
               IF  HATR-DATA NUMERIC AND HATR-CLIE-CODIGO NUMERIC AND
                   HATR-VEND-ANTERIOR NUMERIC AND
                   HATR-VEND-NOVO NUMERIC AND
                   HATR-ANOMES NOT LESS W-COM-COMPETENCIA AND
                   W-QTDE-EVT EQUAL 9999
                   MOVE "S"            TO W-EVT-ESTOURO
               END-IF
               IF  HATR-DATA NUMERIC AND HATR-CLIE-CODIGO NUMERIC AND
                   HATR-VEND-ANTERIOR NUMERIC AND
                   HATR-VEND-NOVO NUMERIC AND
                   HATR-ANOMES NOT LESS W-COM-COMPETENCIA AND
                   W-EVT-ESTOURO EQUAL "N"
                   ADD 1               TO W-QTDE-EVT
                   MOVE HATR-ANOMES    TO W-EVT-ANOMES(W-QTDE-EVT)
                   MOVE HATR-DIA       TO W-EVT-DIA(W-QTDE-EVT)
                   MOVE HATR-CLIE-CODIGO
                                       TO W-EVT-CLIE(W-QTDE-EVT)
                   MOVE HATR-VEND-ANTERIOR
                                       TO W-EVT-ANTERIOR(W-QTDE-EVT)
                   MOVE HATR-VEND-NOVO TO W-EVT-NOVO(W-QTDE-EVT)
      * Registros gravados antes da separacao por linha de negocio
      * nao trazem a linha e valem para qualquer uma.
                   IF  HATR-LINHA      NUMERIC
                       MOVE HATR-LINHA TO W-EVT-LINHA(W-QTDE-EVT)
                   ELSE
                       MOVE ZEROS      TO W-EVT-LINHA(W-QTDE-EVT)
                   END-IF
               END-IF
               READ ARQ-HIST-ATRIB NEXT
           END-PERFORM
           CLOSE ARQ-HIST-ATRIB
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-EVT-ESTOURO           EQUAL "S"
               MOVE "S"                TO W-VOLTAR
               IF  W-ARQ-VENDAS-ABERTO EQUAL "S"
                   CLOSE ARQ-VENDAS
                   MOVE "N"            TO W-ARQ-VENDAS-ABERTO
               END-IF
               IF  LK-PARAM            EQUAL "B"
                   DISPLAY "GCC057P - Mais de 9999 trocas de vendedor "
                           "desde a competencia " W-COM-COMPETENCIA
                           " - apuracao nao executada"
                   MOVE 8              TO RETURN-CODE
               ELSE
                   MOVE "Mais de 9999 trocas de vendedor, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-CARREGAR-NOTAS-COMP        SECTION.
      *----------------------------------------------------------------*
      * Soma por cliente e dia de emissao as notas da competencia
      * (GCC117P) para ratear o faturamento pelas datas das notas.
      * Arquivo ausente nao e erro: o rateio fica pelos dias.
           MOVE ZEROS                  TO W-QTDE-NTC
           MOVE "N"                    TO W-NTC-ESTOURO

           OPEN INPUT ARQ-NOTAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 1400-99-FIM
           END-IF

           READ ARQ-NOTAS NEXT
           PERFORM UNTIL NOT FS-OK OR W-NTC-ESTOURO EQUAL "S"
               IF  NOTA-DATA-EMISSAO(1:6) EQUAL W-COM-COMPETENCIA
                   PERFORM 1410-ACUMULAR-NOTA
               END-IF
               READ ARQ-NOTAS NEXT
           END-PERFORM
           CLOSE ARQ-NOTAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-NTC-ESTOURO           EQUAL "S"
               MOVE ZEROS              TO W-QTDE-NTC
           END-IF.

      *----------------------------------------------------------------*
       1400-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1410-ACUMULAR-NOTA              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-NTC-ACHADO
           PERFORM VARYING W-SUB-NTC FROM 1 BY 1
                   UNTIL W-SUB-NTC GREATER W-QTDE-NTC
                      OR W-SUB-NTC-ACHADO GREATER ZEROS
               IF  W-NTC-CLIE(W-SUB-NTC) EQUAL NOTA-CLIE-CODIGO AND
                   W-NTC-DIA(W-SUB-NTC)  EQUAL NOTA-DATA-EMISSAO(7:2)
                   MOVE W-SUB-NTC      TO W-SUB-NTC-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-NTC-ACHADO        EQUAL ZEROS
               IF  W-QTDE-NTC          EQUAL 9999
                   MOVE "S"            TO W-NTC-ESTOURO
                   GO TO 1410-99-FIM
               END-IF
               ADD 1                   TO W-QTDE-NTC
               MOVE W-QTDE-NTC         TO W-SUB-NTC-ACHADO
               MOVE NOTA-CLIE-CODIGO   TO W-NTC-CLIE(W-QTDE-NTC)
               MOVE NOTA-DATA-EMISSAO(7:2)
                                       TO W-NTC-DIA(W-QTDE-NTC)
               MOVE ZEROS              TO W-NTC-VALOR(W-QTDE-NTC)
           END-IF

           IF  NOTA-DEVOLUCAO
               SUBTRACT NOTA-VALOR   FROM W-NTC-VALOR(W-SUB-NTC-ACHADO)
           ELSE
               ADD NOTA-VALOR          TO W-NTC-VALOR(W-SUB-NTC-ACHADO)
           END-IF.

      *----------------------------------------------------------------*
       1410-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           SORT ARQ-SORT    ON ASCENDING KEY SORT-VEND-CODIGO
                                             SORT-CLIE-CODIGO
                                             SORT-DATA-INI
               INPUT PROCEDURE  IS 2100-INPUT-SORT
               OUTPUT PROCEDURE IS 2200-OUTPUT-SORT

           ELSE
               PERFORM 7653-LER-PROX-ARQ-DIST
               PERFORM UNTIL NOT FS-OK
                   PERFORM 2120-LIBERAR-PERIODOS
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-PERFORM
               PERFORM 7690-FECHAR-ARQ-DIST
       2100-EXIT.                      EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2120-LIBERAR-PERIODOS           SECTION.
      *----------------------------------------------------------------*
      * Reconstitui pelos eventos de HIST-ATRIB quem deteve o cliente
      * (na linha de negocio) em cada trecho da competencia: cada
      * troca no mes fecha o trecho do vendedor anterior na vespera.
      * Sem troca, o mes inteiro e de um vendedor so, como antes.
           MOVE 01                     TO W-PER-DIA-INI
           MOVE ZEROS                  TO W-PER-DETENTOR
           MOVE "N"                    TO W-PER-ACHOU-EVENTO

           PERFORM VARYING W-SUB-EVT FROM 1 BY 1
                   UNTIL W-SUB-EVT GREATER W-QTDE-EVT
               IF  W-EVT-CLIE(W-SUB-EVT) EQUAL DIST-CLIE-CODIGO AND
                  (W-EVT-LINHA(W-SUB-EVT) EQUAL ZEROS OR
                   W-EVT-LINHA(W-SUB-EVT) EQUAL DIST-LINHA)
                   PERFORM 2125-TRATAR-EVENTO
               END-IF
           END-PERFORM

      * Ultimo trecho: de quem detinha o cliente no fim do mes; sem
      * nenhuma troca desde o inicio da competencia, e o vendedor
      * atual do ARQ-DIST. Atendimento compartilhado (GCC140P) so
      * se aplica ao trecho do vendedor atual.
           IF  W-PER-ACHOU-EVENTO      EQUAL "N"
               MOVE DIST-VEND-CODIGO   TO W-PER-DETENTOR
           END-IF
           MOVE W-PER-DIAS-MES         TO W-PER-DIA-FIM
           MOVE 100                    TO W-PER-PCT
           IF  W-PER-DETENTOR  EQUAL DIST-VEND-CODIGO AND
               DIST-VEND-SECUND GREATER ZEROS AND
               DIST-SECUND-PCT GREATER ZEROS AND
               DIST-SECUND-PCT LESS 100
               COMPUTE W-PER-PCT = 100 - DIST-SECUND-PCT
               PERFORM 2130-LIBERAR-TRECHO
               PERFORM 2150-LIBERAR-SECUNDARIO
           ELSE
               PERFORM 2130-LIBERAR-TRECHO
           END-IF.

      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2125-TRATAR-EVENTO              SECTION.
      *----------------------------------------------------------------*
      * O primeiro evento encontrado revela quem detinha o cliente no
      * inicio do mes (o vendedor anterior da troca). Trocas depois
      * da competencia so servem para isso e nao abrem trecho.
           IF  W-PER-ACHOU-EVENTO      EQUAL "N"
               MOVE "S"                TO W-PER-ACHOU-EVENTO
               MOVE W-EVT-ANTERIOR(W-SUB-EVT)
                                       TO W-PER-DETENTOR
           END-IF

           IF  W-EVT-ANOMES(W-SUB-EVT) NOT EQUAL W-COM-COMPETENCIA
               GO TO 2125-99-FIM
           END-IF

           IF  W-EVT-DIA(W-SUB-EVT)    GREATER W-PER-DIA-INI
               COMPUTE W-PER-DIA-FIM = W-EVT-DIA(W-SUB-EVT) - 1
               MOVE 100                TO W-PER-PCT
               PERFORM 2130-LIBERAR-TRECHO
               MOVE W-EVT-DIA(W-SUB-EVT)
                                       TO W-PER-DIA-INI
           END-IF
           MOVE W-EVT-NOVO(W-SUB-EVT)  TO W-PER-DETENTOR.

      *----------------------------------------------------------------*
       2125-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2130-LIBERAR-TRECHO             SECTION.
      *----------------------------------------------------------------*
      * Libera para o sort o trecho W-PER-DIA-INI a W-PER-DIA-FIM do
      * detentor corrente; trecho sem vendedor (cliente fora da
      * carteira no periodo) nao gera comissao para ninguem.
           IF  W-PER-DETENTOR          EQUAL ZEROS OR
               W-PER-DIA-FIM           LESS W-PER-DIA-INI
               GO TO 2130-99-FIM
           END-IF

           MOVE W-PER-DETENTOR         TO SORT-VEND-CODIGO
           IF  W-PER-DETENTOR          EQUAL DIST-VEND-CODIGO
               MOVE DIST-VEND-RAZAO-SOCIAL
                                       TO SORT-VEND-RAZAO
           ELSE
               MOVE SPACES             TO SORT-VEND-RAZAO
               MOVE W-PER-DETENTOR     TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE VEND-RAZAO-SOCIAL
                                       TO SORT-VEND-RAZAO
               END-IF
           END-IF
           MOVE DIST-CLIE-CODIGO       TO SORT-CLIE-CODIGO
           MOVE DIST-CLIE-RAZAO-SOCIAL TO SORT-CLIE-RAZAO
           MOVE W-PER-PCT              TO SORT-PCT-RATEIO
           MOVE DIST-LINHA             TO SORT-LINHA
           MOVE W-COM-COMPETENCIA      TO SORT-ANOMES-INI
           MOVE W-PER-DIA-INI          TO SORT-DIA-INI
           MOVE W-PER-DIA-FIM          TO SORT-DIA-FIM
           COMPUTE SORT-DIAS = W-PER-DIA-FIM - W-PER-DIA-INI + 1
           RELEASE REG-SORT.

      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-LIBERAR-SECUNDARIO         SECTION.
      *----------------------------------------------------------------*
           MOVE DIST-CLIE-CODIGO       TO SORT-CLIE-CODIGO
           MOVE DIST-CLIE-RAZAO-SOCIAL TO SORT-CLIE-RAZAO
           MOVE DIST-SECUND-PCT        TO SORT-PCT-RATEIO
           MOVE DIST-LINHA             TO SORT-LINHA
           MOVE W-COM-COMPETENCIA      TO SORT-ANOMES-INI
           MOVE W-PER-DIA-INI          TO SORT-DIA-INI
           MOVE W-PER-DIA-FIM          TO SORT-DIA-FIM
           COMPUTE SORT-DIAS = W-PER-DIA-FIM - W-PER-DIA-INI + 1
           RELEASE REG-SORT.

      *----------------------------------------------------------------*
                   MOVE SORT-VEND-RAZAO
                                       TO W-VEND-RAZAO-CORRENTE
                   MOVE ZEROS          TO W-FATUR-VEND
                   PERFORM 7611-ABRIR-ARQ-DIST-INPUT
                   IF  FS-OK
                       MOVE "S"        TO W-ARQ-DIST-ABERTO
                   END-IF
                   PERFORM 4310-GRAVAR-CAB-VENDEDOR
                   PERFORM 2210-APURAR-CLIENTE
                           UNTIL W-VOLTAR EQUAL "S"
                   IF  W-ARQ-DIST-ABERTO EQUAL "S"
                       PERFORM 7690-FECHAR-ARQ-DIST
                       MOVE "N"        TO W-ARQ-DIST-ABERTO
                   END-IF
                   PERFORM 4320-FECHAR-DEMONSTRATIVO
                   PERFORM 4330-GRAVAR-RESUMO-GERAL
                   PERFORM 7590-FECHAR-ARQ-RELATO
           END-IF

           PERFORM 5410-OBTER-FATURAMENTO-COMP
      * Vendedor que deteve o cliente so parte do mes fica com a parte
      * do faturamento correspondente ao seu periodo.
           PERFORM 5420-RATEAR-PERIODO
      * Atendimento compartilhado: so a fatia do vendedor corrente
      * entra no demonstrativo dele.
           IF  SORT-PCT-RATEIO         LESS 100
               COMPUTE W-FATUR-CLIENTE ROUNDED =
                       W-FATUR-CLIENTE * SORT-PCT-RATEIO / 100
           END-IF
      * Cliente atendido em mais de uma linha de negocio: cada linha
      * fica com uma parte igual do faturamento.
           PERFORM 5415-CONTAR-LINHAS-CLIE
           IF  W-QTDE-LINHAS-CLIE      GREATER 1
               COMPUTE W-FATUR-CLIENTE ROUNDED =
                       W-FATUR-CLIENTE / W-QTDE-LINHAS-CLIE
           END-IF
           ADD  W-FATUR-CLIENTE        TO W-FATUR-VEND

           MOVE SORT-CLIE-CODIGO       TO W-DET-01-CODIGO
           MOVE SORT-CLIE-RAZAO        TO W-DET-01-RAZAO
           MOVE W-FATUR-CLIENTE        TO W-DET-01-FATUR
           MOVE SORT-LINHA             TO W-DET-01-LINHA
           MOVE SORT-DIA-INI           TO W-DET-01-DIA-INI
           MOVE SORT-ANOMES-INI(5:2)   TO W-DET-01-MES-INI
                                          W-DET-01-MES-FIM
           MOVE SORT-DIA-FIM           TO W-DET-01-DIA-FIM
           WRITE REG-ARQ-RELATO        FROM W-DET-01 AFTER 1

           RETURN ARQ-SORT AT END
       4150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4160-VERIFICAR-CONC-ERP         SECTION.
      *----------------------------------------------------------------*
      * Competencia bloqueada na conciliacao com o fechamento do ERP
      * (GCC200P) nao e apurada ate o supervisor liberar.
           MOVE W-COM-COMPETENCIA      TO CONC-COMPETENCIA
           PERFORM 7126-VERIFICAR-BLOQUEIO-CONC

           IF  W-CONC-E-BLOQUEADA      EQUAL "S"
               MOVE "S"                TO W-VOLTAR
               IF  LK-PARAM            EQUAL "B"
                   DISPLAY "GCC057P - Competencia " W-COM-COMPETENCIA
                           " bloqueada na conciliacao com o ERP - "
                           "apuracao nao executada"
                   MOVE 8              TO RETURN-CODE
               ELSE
                   MOVE "Competencia bloqueada na conciliacao com o ERP
      -                 ", tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       4160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4310-GRAVAR-CAB-VENDEDOR        SECTION.
      *----------------------------------------------------------------*
       5410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5420-RATEAR-PERIODO             SECTION.
      *----------------------------------------------------------------*
      * Trecho menor que o mes: havendo notas fiscais do cliente na
      * competencia, vale a soma das notas emitidas dentro do periodo
      * (devolucoes abatem, sem ficar negativo); sem notas, o valor do
      * mes proporcional aos dias do periodo.
           IF  SORT-DIAS               NOT LESS W-PER-DIAS-MES
               GO TO 5420-99-FIM
           END-IF

           MOVE "N"                    TO W-PER-TEM-NOTA
           MOVE ZEROS                  TO W-PER-SOMA-NOTAS
           PERFORM VARYING W-SUB-NTC FROM 1 BY 1
                   UNTIL W-SUB-NTC GREATER W-QTDE-NTC
               IF  W-NTC-CLIE(W-SUB-NTC) EQUAL SORT-CLIE-CODIGO
                   MOVE "S"            TO W-PER-TEM-NOTA
                   IF  W-NTC-DIA(W-SUB-NTC) NOT LESS SORT-DIA-INI AND
                       W-NTC-DIA(W-SUB-NTC) NOT GREATER SORT-DIA-FIM
                       ADD W-NTC-VALOR(W-SUB-NTC)
                                       TO W-PER-SOMA-NOTAS
                   END-IF
               END-IF
           END-PERFORM

           IF  W-PER-TEM-NOTA          EQUAL "S"
               IF  W-PER-SOMA-NOTAS    GREATER ZEROS
                   MOVE W-PER-SOMA-NOTAS
                                       TO W-FATUR-CLIENTE
               ELSE
                   MOVE ZEROS          TO W-FATUR-CLIENTE
               END-IF
           ELSE
               COMPUTE W-FATUR-CLIENTE ROUNDED =
                       W-FATUR-CLIENTE * SORT-DIAS / W-PER-DIAS-MES
           END-IF.

      *----------------------------------------------------------------*
       5420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5415-CONTAR-LINHAS-CLIE         SECTION.
      *----------------------------------------------------------------*
      * Conta em ARQ-DIST as linhas de negocio que atendem o cliente
      * corrente; sem o arquivo disponivel, vale uma linha so.
           MOVE 1                      TO W-QTDE-LINHAS-CLIE
           IF  W-ARQ-DIST-ABERTO       NOT EQUAL "S"
               GO TO 5415-99-FIM
           END-IF

           MOVE ZEROS                  TO W-QTDE-LINHAS-CLIE
           MOVE SORT-CLIE-CODIGO       TO DIST-CLIE-CODIGO
           PERFORM 7672-START-ARQ-DIST-CLIE
           IF  FS-OK
               PERFORM 7653-LER-PROX-ARQ-DIST
               PERFORM UNTIL NOT FS-OK
                          OR DIST-CLIE-CODIGO NOT EQUAL
                             SORT-CLIE-CODIGO
                   ADD 1               TO W-QTDE-LINHAS-CLIE
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-PERFORM
           END-IF
           IF  W-QTDE-LINHAS-CLIE      EQUAL ZEROS
               MOVE 1                  TO W-QTDE-LINHAS-CLIE
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       5415-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5500-OBTER-PCT-FAIXA            SECTION.
      *----------------------------------------------------------------*
                   ACCEPT LIQ-DATA-CALCULO FROM DATE YYYYMMDD
                   MOVE W-OPERADOR     TO LIQ-OPERADOR
                   PERFORM 7427-REGRAVAR-ARQ-LIQUID
                   PERFORM 5630-GRAVAR-BASE-COMISSAO
               END-IF
           ELSE
               INITIALIZE REG-ARQ-LIQUID
               MOVE ZEROS              TO LIQ-DATA-PAGAMENTO
               MOVE W-OPERADOR         TO LIQ-OPERADOR
               PERFORM 7426-GRAVAR-ARQ-LIQUID
               PERFORM 5630-GRAVAR-BASE-COMISSAO
           END-IF

           PERFORM 7429-FECHAR-ARQ-LIQUID.
       5620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5630-GRAVAR-BASE-COMISSAO       SECTION.
      *----------------------------------------------------------------*
      * Guarda o faturamento comissionado do vendedor na competencia,
      * base do override dos supervisores (GCC163P). Acompanha o
      * razao: so e regravada quando o lancamento do vendedor esta
      * aberto, preservando a base do que ja foi aprovado/pago.
           PERFORM 7880-ABRIR-ARQ-COMIS-BASE
           IF  NOT FS-OK
               GO TO 5630-99-FIM
           END-IF

           MOVE W-VEND-CORRENTE        TO CBAS-VEND-CODIGO
           MOVE W-COM-COMPETENCIA      TO CBAS-COMPETENCIA
           PERFORM 7883-LER-ARQ-COMIS-BASE-CHAVE
           MOVE W-FATUR-VEND           TO CBAS-FATUR
           MOVE W-COM-PCT-APLICADO     TO CBAS-PCT
           MOVE W-COMIS-VEND           TO CBAS-COMIS
           ACCEPT CBAS-DATA-CALCULO    FROM DATE YYYYMMDD
           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7887-REGRAVAR-ARQ-COMIS-BASE
           ELSE
               PERFORM 7886-GRAVAR-ARQ-COMIS-BASE
           END-IF

           PERFORM 7889-FECHAR-ARQ-COMIS-BASE.

      *----------------------------------------------------------------*
       5630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC103R.cpy".
      * Rotinas arquivo de recebimentos
       COPY ".\copybooks\GCC118R.cpy".
      * Rotinas base comissionada por vendedor
       COPY ".\copybooks\GCC163R.cpy".
      * Rotinas conciliacao com o fechamento do ERP
       COPY ".\copybooks\GCC200R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
