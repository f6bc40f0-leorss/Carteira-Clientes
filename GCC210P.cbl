      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC210P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC210P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Plano de integracao de clientes novos - o     *
      *                  cliente incluido no GCC011P ou convertido do  *
      *                  prospect no GCC102P abre o plano; quando ele  *
      *                  ganha vendedor no ARQ-DIST, cada etapa do     *
      *                  plano (ex.: visita de boas-vindas em 7 dias,  *
      *                  acompanhamento em 30, primeiro pedido em 45)  *
      *                  vira uma tarefa datada do vendedor. A tarefa  *
      *                  de visita baixa sozinha com a visita          *
      *                  realizada e a de pedido com a primeira nota   *
      *                  de venda. Lista as tarefas vencidas por       *
      *                  supervisor. No ciclo noturno (GCC099P) gera e *
      *                  baixa todo dia e so emite a lista no primeiro *
      *                  dia util da semana; sob demanda mantem o      *
      *                  plano, aceita a data base e sempre emite.     *
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
      * Arquivo de distribuicao (cliente x vendedor)
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FC.cpy".
      * Tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "ONBOARD-ATRASO-SORT.TMP"
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
      * Arquivo de distribuicao (cliente x vendedor)
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FD.cpy".
      * Tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-SUPERV             PIC  9(007).
           05  SORT-VEND               PIC  9(007).
           05  SORT-DATA-PREVISTA      PIC  9(008).
           05  SORT-CLIE               PIC  9(007).
           05  SORT-ETAPA              PIC  9(002).
           05  SORT-DATA-ATRIB         PIC  9(008).
           05  SORT-TIPO               PIC  X(001).
           05  SORT-DESCRICAO          PIC  X(030).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".
      * Campos validacao de supervisor
       COPY ".\copybooks\GCC059W.cpy".
      * Campos tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210W.cpy".

       01  W-CAMPOS-INTEGRACAO.
           05  W-INT-DATA-BASE         PIC 9(08) VALUE ZEROS.
           05  W-INT-INT-BASE          PIC 9(08) VALUE ZEROS.
           05  W-INT-INT-TST           PIC 9(08) VALUE ZEROS.
           05  W-INT-DIAS              PIC S9(07) VALUE ZEROS.
           05  W-INT-EMITIR            PIC X(01) VALUE "S".
           05  W-INT-PLANO-OK          PIC X(01) VALUE "N".
           05  W-INT-PLANO-SALVO       PIC X(204) VALUE SPACES.
           05  W-INT-DIST-ABERTO       PIC X(01) VALUE "N".
           05  W-INT-CHAVE-ATUAL       PIC X(09) VALUE SPACES.
      * Vendedor e data da atribuicao achados no ARQ-DIST.
           05  W-INT-VEND              PIC 9(07) VALUE ZEROS.
           05  W-INT-DATA-ATRIB        PIC 9(08) VALUE ZEROS.
           05  W-INT-ORIGEM            PIC X(01) VALUE SPACES.
           05  W-INT-DATA-ABERTURA     PIC 9(08) VALUE ZEROS.
           05  W-INT-ETAPA             PIC 9(02) VALUE ZEROS.
      * Tarefas pendentes por tipo de baixa e a atribuicao mais
      * antiga entre as de visita (inicio da leitura das visitas).
           05  W-INT-PEND-VISITA       PIC 9(05) VALUE ZEROS.
           05  W-INT-PEND-NOTA         PIC 9(05) VALUE ZEROS.
           05  W-INT-MENOR-ATRIB       PIC 9(08) VALUE ZEROS.
      * Baixa pela visita: primeira tarefa de visita pendente do
      * cliente e a data da ultima visita ja usada por outra etapa.
           05  W-INT-CLIE-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-INT-ETAPA-ACHADA      PIC 9(02) VALUE ZEROS.
           05  W-INT-ATRIB-ACHADA      PIC 9(08) VALUE ZEROS.
           05  W-INT-ULT-VISITA        PIC 9(08) VALUE ZEROS.
      * Totais do processamento.
           05  W-INT-QTDE-AGUARDANDO   PIC 9(05) VALUE ZEROS.
           05  W-INT-QTDE-PLANOS       PIC 9(05) VALUE ZEROS.
           05  W-INT-QTDE-GERADAS      PIC 9(05) VALUE ZEROS.
           05  W-INT-QTDE-BAIXA-VIS    PIC 9(05) VALUE ZEROS.
           05  W-INT-QTDE-BAIXA-NOTA   PIC 9(05) VALUE ZEROS.
      * Relatorio das tarefas vencidas.
           05  W-INT-SUPERV-CORRENTE   PIC 9(07) VALUE ZEROS.
           05  W-INT-QTDE-SUPERV       PIC 9(05) VALUE ZEROS.
           05  W-INT-QTDE-TOTAL        PIC 9(05) VALUE ZEROS.
           05  W-FIM-SORT              PIC X(01) VALUE "N".

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Integracao de Clientes Novos - Tarefas Vencidas - ".
           05 FILLER               PIC X(05) VALUE "Base ".
           05 W-CAB-DATA-BASE      PIC 99/99/9999.

       01  W-CAB-SUPERV.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(12) VALUE "Supervisor: ".
           05 W-CAB-SUP            PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CAB-SUP-NOME       PIC X(40).

       01  W-CAB-02.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(07) VALUE "   Vend".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(07) VALUE "Cliente".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(25) VALUE "Razao Social".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(02) VALUE "Et".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(30) VALUE "Tarefa".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(06) VALUE "Baixa".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Atribuicao".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Prevista".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(05) VALUE " Dias".

       01  W-DET-01.
           05 FILLER               PIC X(03).
           05 W-DET-VEND           PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-CLIE           PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-RAZAO          PIC X(25).
           05 FILLER               PIC X(01).
           05 W-DET-ETAPA          PIC Z9.
           05 FILLER               PIC X(01).
           05 W-DET-DESCRICAO      PIC X(30).
           05 FILLER               PIC X(01).
           05 W-DET-BAIXA          PIC X(06).
           05 FILLER               PIC X(01).
           05 W-DET-ATRIB          PIC 99/99/9999.
           05 FILLER               PIC X(01).
           05 W-DET-PREVISTA       PIC 99/99/9999.
           05 FILLER               PIC X(01).
           05 W-DET-ATRASO         PIC ZZZZ9.

       01  W-ROD-SUPERV.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(22)
              VALUE "Total do supervisor: ".
           05 W-ROD-QTDE-SUP       PIC ZZZZ9.
           05 FILLER               PIC X(21)
              VALUE " tarefa(s) vencida(s)".

       01  W-ROD-TOTAL.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(22)
              VALUE "Total geral.........: ".
           05 W-ROD-QTDE-TOTAL     PIC ZZZZ9.
           05 FILLER               PIC X(21)
              VALUE " tarefa(s) vencida(s)".

       01  W-ROD-SEM-ATRASO.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhuma tarefa de integracao vencida".

       01  W-ROD-AGUARDANDO.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(39)
              VALUE "Clientes novos aguardando vendedor...: ".
           05 W-ROD-QTDE-AGUARD    PIC ZZZZ9.

       01  W-ROD-MOVIMENTO.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(39)
              VALUE "Planos gerados / tarefas criadas.....: ".
           05 W-ROD-QTDE-PLANOS    PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE " / ".
           05 W-ROD-QTDE-GERADAS   PIC ZZZZ9.

       01  W-ROD-BAIXAS.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(39)
              VALUE "Tarefas baixadas por visita / nota...: ".
           05 W-ROD-QTDE-BX-VIS    PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE " / ".
           05 W-ROD-QTDE-BX-NOTA   PIC ZZZZ9.

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
      * Copybook tela do plano de integracao
       COPY ".\copybooks\GCC210S.cpy".
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

           MOVE "Integracao Clientes"  TO W-MODULO
           MOVE WID-ARQ-REL-ONBOARD    TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV             TO W-INT-DATA-BASE
           PERFORM 7227-CARREGAR-PLANO-ONBOARD
           MOVE REG-ARQ-ONB-PLANO(1:204)
                                       TO W-INT-PLANO-SALVO

           IF  LK-PARAM                EQUAL "B"
               PERFORM 1100-VERIFICAR-SEMANA
           ELSE
               MOVE "N"                TO W-INT-PLANO-OK
               PERFORM 1000-ACEITAR-TELA
                                       UNTIL W-INT-PLANO-OK EQUAL "S"
                                          OR W-VOLTAR       EQUAL "S"
               IF  W-VOLTAR            EQUAL "N"
                   PERFORM 1300-GRAVAR-PLANO
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 2000-PROCESSAR
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               IF  W-INT-EMITIR        EQUAL "S"
                   PERFORM 3000-EMITIR-RELATORIO
               ELSE
                   DISPLAY "GCC210P - Tarefas vencidas ja listadas na "
                           "semana - relatorio nao emitido"
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-ACEITAR-TELA               SECTION.
      *----------------------------------------------------------------*
      * Plano e data base na mesma tela; plano invalido volta para a
      * tela com a mensagem.
           DISPLAY S-CLS
           ACCEPT S-TELA-ONBOARD
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           PERFORM 1200-VALIDAR-PLANO
           IF  W-INT-PLANO-OK          EQUAL "N"
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           IF  W-INT-DATA-BASE         LESS 19000101
               MOVE "Data base invalida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "N"                TO W-INT-PLANO-OK
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-VERIFICAR-SEMANA           SECTION.
      *----------------------------------------------------------------*
      * O ciclo noturno roda todo dia util e gera e baixa as tarefas
      * todo dia; a lista das vencidas e semanal e sai so no primeiro
      * dia util da semana (segunda-feira, ou o dia seguinte quando a
      * segunda e feriado). Volta dia a dia ate o domingo anterior
      * procurando outro dia util na semana.
           MOVE "S"                    TO W-INT-EMITIR
           COMPUTE W-INT-INT-TST =
                   FUNCTION INTEGER-OF-DATE(W-DATA-MOV) - 1

           PERFORM UNTIL FUNCTION MOD(W-INT-INT-TST 7) EQUAL 0
                      OR W-INT-EMITIR EQUAL "N"
               COMPUTE W-DATA-VERIFICAR =
                       FUNCTION DATE-OF-INTEGER(W-INT-INT-TST)
               PERFORM 7937-VERIFICAR-DIA-UTIL
               IF  W-DIA-UTIL          EQUAL "S"
                   MOVE "N"            TO W-INT-EMITIR
               END-IF
               SUBTRACT 1              FROM W-INT-INT-TST
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-VALIDAR-PLANO              SECTION.
      *----------------------------------------------------------------*
      * Tipo V ou N (minuscula vale a maiuscula) exige prazo de 1 a
      * 365 dias e descricao; tipo em branco limpa a etapa.
           MOVE "S"                    TO W-INT-PLANO-OK

           PERFORM VARYING W-ONB-SUB FROM 1 BY 1
                   UNTIL W-ONB-SUB GREATER 6
                      OR W-INT-PLANO-OK EQUAL "N"
               INSPECT ONBP-TIPO(W-ONB-SUB) CONVERTING "vn" TO "VN"
               EVALUATE ONBP-TIPO(W-ONB-SUB)
                   WHEN SPACES
                       MOVE ZEROS      TO ONBP-DIAS(W-ONB-SUB)
                       MOVE SPACES     TO ONBP-DESCRICAO(W-ONB-SUB)
                   WHEN "V"
                   WHEN "N"
                       IF  ONBP-DIAS(W-ONB-SUB) EQUAL ZEROS
                           OR ONBP-DIAS(W-ONB-SUB) GREATER 365
                           MOVE "Prazo da etapa deve ser de 1 a 365 dias
      -                         ", tecle <Enter>"
                                       TO W-MSGERRO
                           MOVE "N"    TO W-INT-PLANO-OK
                       ELSE
                           IF  ONBP-DESCRICAO(W-ONB-SUB) EQUAL SPACES
                               MOVE "Informe a descricao da etapa, tecle
      -                             " <Enter>"
                                       TO W-MSGERRO
                               MOVE "N" TO W-INT-PLANO-OK
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "Tipo da etapa deve ser V, N ou branco, tecl
      -                     "e <Enter>"
                                       TO W-MSGERRO
                       MOVE "N"        TO W-INT-PLANO-OK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-GRAVAR-PLANO               SECTION.
      *----------------------------------------------------------------*
      * Plano alterado na tela: so o gestor (administrador ou
      * supervisor) grava; para os demais o processamento segue com o
      * plano que estava gravado. Vale para os planos gerados a
      * partir de agora; tarefas ja geradas ficam como estao.
           IF  REG-ARQ-ONB-PLANO(1:204) EQUAL W-INT-PLANO-SALVO
               GO TO 1300-99-FIM
           END-IF

           IF  NOT W-PERFIL-GESTOR
               MOVE W-INT-PLANO-SALVO  TO REG-ARQ-ONB-PLANO(1:204)
               MOVE "Plano alterado so pelo gestor - mantido o atual, te
      -             "cle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1300-99-FIM
           END-IF

           DISPLAY S-TELA-ONBOARD
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               MOVE W-OPERADOR         TO ONBP-OPERADOR
               ACCEPT ONBP-DATA-ALTERACAO FROM DATE YYYYMMDD
               PERFORM 7228-GRAVAR-PLANO-ONBOARD
               MOVE REG-ARQ-ONB-PLANO(1:204)
                                       TO W-INT-PLANO-SALVO
           ELSE
               MOVE W-INT-PLANO-SALVO  TO REG-ARQ-ONB-PLANO(1:204)
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      * Gera as tarefas dos clientes que ganharam vendedor, depois
      * baixa as pendentes pelas visitas realizadas e pelas notas de
      * venda ate a data base.
           MOVE ZEROS                  TO W-INT-QTDE-AGUARDANDO
                                          W-INT-QTDE-PLANOS
                                          W-INT-QTDE-GERADAS
                                          W-INT-QTDE-BAIXA-VIS
                                          W-INT-QTDE-BAIXA-NOTA
                                          W-INT-PEND-VISITA
                                          W-INT-PEND-NOTA
           MOVE 99999999               TO W-INT-MENOR-ATRIB

           PERFORM 7221-ABRIR-ARQ-ONBOARD
           IF  NOT FS-OK
               IF  LK-PARAM            EQUAL "B"
                   DISPLAY "GCC210P - Erro ao abrir ARQ-ONBOARD. FS: "
                           WS-RESULTADO-ACESSO
                   MOVE 8              TO RETURN-CODE
               END-IF
               MOVE "S"                TO W-VOLTAR
               GO TO 2000-99-FIM
           END-IF

           MOVE "N"                    TO W-INT-DIST-ABERTO
           OPEN INPUT ARQ-DIST
           IF  FS-OK
               MOVE "S"                TO W-INT-DIST-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 2100-GERAR-TAREFAS

           IF  W-INT-DIST-ABERTO       EQUAL "S"
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF

           IF  W-INT-PEND-VISITA       GREATER ZEROS
               PERFORM 2200-BAIXAR-POR-VISITA
           END-IF
           IF  W-INT-PEND-NOTA         GREATER ZEROS
               PERFORM 2300-BAIXAR-POR-NOTA
           END-IF

           PERFORM 7229-FECHAR-ARQ-ONBOARD
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC210P - Integracao: " W-INT-QTDE-PLANOS
                       " plano(s) gerado(s), " W-INT-QTDE-GERADAS
                       " tarefa(s) criada(s), " W-INT-QTDE-BAIXA-VIS
                       " baixada(s) por visita, " W-INT-QTDE-BAIXA-NOTA
                       " por nota"
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-GERAR-TAREFAS              SECTION.
      *----------------------------------------------------------------*
      * Uma passada pelo arquivo: abertura aguardando atribuicao
      * procura o vendedor no ARQ-DIST e gera as tarefas; tarefa
      * pendente acompanha o vendedor atual do cliente e entra na
      * contagem das pendentes por tipo de baixa.
           MOVE ZEROS                  TO ONB-CHAVE
           PERFORM 7224-START-ARQ-ONBOARD-ASC
           IF  FS-OK
               PERFORM 7223-LER-PROX-ARQ-ONBOARD
           END-IF

           PERFORM UNTIL NOT FS-OK
               IF  ONB-ABERTURA
                   IF  ONB-AGUARDANDO
                       PERFORM 2110-GERAR-PLANO-CLIENTE
                   END-IF
               ELSE
                   IF  ONB-PENDENTE
                       PERFORM 2130-ACOMPANHAR-PENDENTE
                   END-IF
               END-IF
               IF  FS-OK
                   PERFORM 7223-LER-PROX-ARQ-ONBOARD
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-GERAR-PLANO-CLIENTE        SECTION.
      *----------------------------------------------------------------*
      * Cliente com vendedor no ARQ-DIST: a abertura passa a gerada e
      * cada etapa do plano vira uma tarefa com prazo contado da data
      * da atribuicao. Sem vendedor o cliente continua aguardando. A
      * leitura sequencial e reposicionada logo depois da abertura,
      * e assim passa tambem pelas tarefas recem gravadas.
           MOVE ONB-CHAVE              TO W-INT-CHAVE-ATUAL
           PERFORM 2120-BUSCAR-ATRIBUICAO
           IF  W-INT-VEND              EQUAL ZEROS
               ADD 1                   TO W-INT-QTDE-AGUARDANDO
               GO TO 2110-99-FIM
           END-IF

           MOVE ONB-ORIGEM             TO W-INT-ORIGEM
           MOVE ONB-DATA-ABERTURA      TO W-INT-DATA-ABERTURA
           IF  W-INT-DATA-ATRIB        LESS W-INT-DATA-ABERTURA
               OR W-INT-DATA-ATRIB     GREATER W-INT-DATA-BASE
               MOVE W-INT-DATA-BASE    TO W-INT-DATA-ATRIB
           END-IF

           SET ONB-GERADO              TO TRUE
           MOVE W-INT-DATA-ATRIB       TO ONB-DATA-ATRIB
           MOVE W-INT-VEND             TO ONB-VEND-CODIGO
           PERFORM 7226-REGRAVAR-ARQ-ONBOARD
           IF  NOT FS-OK
               GO TO 2110-90-REPOSICIONAR
           END-IF
           ADD 1                       TO W-INT-QTDE-PLANOS

           MOVE ZEROS                  TO W-INT-ETAPA
           PERFORM VARYING W-ONB-SUB FROM 1 BY 1
                   UNTIL W-ONB-SUB GREATER 6
               IF  ONBP-TIPO(W-ONB-SUB) EQUAL "V" OR "N"
                   ADD 1               TO W-INT-ETAPA
                   INITIALIZE REG-ARQ-ONBOARD
                   MOVE W-INT-CLIE-CORRENTE
                                       TO ONB-CLIE-CODIGO
                   MOVE W-INT-ETAPA    TO ONB-ETAPA
                   MOVE ONBP-TIPO(W-ONB-SUB)
                                       TO ONB-TIPO
                   MOVE ONBP-DESCRICAO(W-ONB-SUB)
                                       TO ONB-DESCRICAO
                   MOVE W-INT-ORIGEM   TO ONB-ORIGEM
                   MOVE W-INT-DATA-ABERTURA
                                       TO ONB-DATA-ABERTURA
                   MOVE W-INT-DATA-ATRIB
                                       TO ONB-DATA-ATRIB
                   MOVE W-INT-VEND     TO ONB-VEND-CODIGO
                   MOVE ONBP-DIAS(W-ONB-SUB)
                                       TO ONB-DIAS
                   COMPUTE ONB-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(W-INT-DATA-ATRIB)
                          + ONBP-DIAS(W-ONB-SUB))
                   SET ONB-PENDENTE    TO TRUE
                   MOVE W-OPERADOR     TO ONB-OPERADOR
                   PERFORM 7225-GRAVAR-ARQ-ONBOARD
                   IF  FS-OK
                       ADD 1           TO W-INT-QTDE-GERADAS
                   END-IF
               END-IF
           END-PERFORM.

       2110-90-REPOSICIONAR.
           MOVE W-INT-CHAVE-ATUAL      TO ONB-CHAVE
           START ARQ-ONBOARD KEY IS GREATER THAN ONB-CHAVE
           IF  NOT FS-OK
               MOVE "10"               TO WS-RESULTADO-ACESSO
           END-IF.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2120-BUSCAR-ATRIBUICAO          SECTION.
      *----------------------------------------------------------------*
      * Vendedor da primeira linha de negocio do cliente que tem
      * vendedor, com a data em que ele assumiu (zero = desconhecida,
      * vale a data base). Preserva o registro de integracao lido.
           MOVE ZEROS                  TO W-INT-VEND
                                          W-INT-DATA-ATRIB
           MOVE ONB-CLIE-CODIGO        TO W-INT-CLIE-CORRENTE
           IF  W-INT-DIST-ABERTO       NOT EQUAL "S"
               GO TO 2120-99-FIM
           END-IF

           MOVE ONB-CLIE-CODIGO        TO DIST-CLIE-CODIGO
           PERFORM 7672-START-ARQ-DIST-CLIE
           IF  FS-OK
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR DIST-CLIE-CODIGO NOT EQUAL W-INT-CLIE-CORRENTE
                      OR W-INT-VEND GREATER ZEROS
               IF  DIST-VEND-CODIGO    GREATER ZEROS
                   MOVE DIST-VEND-CODIGO
                                       TO W-INT-VEND
                   IF  DIST-DATA-ATRIB IS NUMERIC
                       MOVE DIST-DATA-ATRIB
                                       TO W-INT-DATA-ATRIB
                   END-IF
               ELSE
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2130-ACOMPANHAR-PENDENTE        SECTION.
      *----------------------------------------------------------------*
      * Tarefa pendente passa para o vendedor atual do cliente quando
      * a carteira troca de maos antes da baixa.
           EVALUATE TRUE
               WHEN ONB-TIPO-VISITA
                   ADD 1               TO W-INT-PEND-VISITA
                   IF  ONB-DATA-ATRIB  LESS W-INT-MENOR-ATRIB
                       MOVE ONB-DATA-ATRIB
                                       TO W-INT-MENOR-ATRIB
                   END-IF
               WHEN ONB-TIPO-NOTA
                   ADD 1               TO W-INT-PEND-NOTA
           END-EVALUATE

           PERFORM 2120-BUSCAR-ATRIBUICAO
           IF  W-INT-VEND              GREATER ZEROS
               AND W-INT-VEND          NOT EQUAL ONB-VEND-CODIGO
               MOVE W-INT-VEND         TO ONB-VEND-CODIGO
               PERFORM 7226-REGRAVAR-ARQ-ONBOARD
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-BAIXAR-POR-VISITA          SECTION.
      *----------------------------------------------------------------*
      * Visitas realizadas da atribuicao mais antiga ainda pendente
      * ate a data base, em ordem de data: cada visita baixa a
      * primeira tarefa de visita pendente do cliente.
           OPEN INPUT ARQ-VISITA
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           MOVE W-INT-MENOR-ATRIB      TO VISITA-DATA
           MOVE ZEROS                  TO VISITA-VEND-CODIGO
                                          VISITA-CLIE-CODIGO
           PERFORM 7371-START-ARQ-VISITA-ASC
           IF  FS-OK
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR VISITA-DATA GREATER W-INT-DATA-BASE
               IF  VISITA-REALIZADA
                   PERFORM 2210-BAIXAR-VISITA-CLIENTE
               END-IF
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM

           PERFORM 7390-FECHAR-ARQ-VISITA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-BAIXAR-VISITA-CLIENTE      SECTION.
      *----------------------------------------------------------------*
      * A visita so baixa se for da data da atribuicao em diante e
      * posterior a ultima visita ja usada por outra etapa do mesmo
      * cliente: cada etapa de visita pede uma visita distinta, e a
      * reexecucao nao baixa a mesma visita duas vezes.
           MOVE VISITA-CLIE-CODIGO     TO W-INT-CLIE-CORRENTE
                                          ONB-CLIE-CODIGO
           MOVE ZEROS                  TO ONB-ETAPA
                                          W-INT-ETAPA-ACHADA
                                          W-INT-ATRIB-ACHADA
                                          W-INT-ULT-VISITA
           PERFORM 7224-START-ARQ-ONBOARD-ASC
           IF  FS-OK
               PERFORM 7223-LER-PROX-ARQ-ONBOARD
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR ONB-CLIE-CODIGO NOT EQUAL W-INT-CLIE-CORRENTE
               IF  NOT ONB-ABERTURA
                   AND ONB-TIPO-VISITA
                   IF  ONB-CONCLUIDA
                       AND ONB-DATA-CONCLUSAO GREATER W-INT-ULT-VISITA
                       MOVE ONB-DATA-CONCLUSAO
                                       TO W-INT-ULT-VISITA
                   END-IF
                   IF  ONB-PENDENTE
                       AND W-INT-ETAPA-ACHADA EQUAL ZEROS
                       MOVE ONB-ETAPA  TO W-INT-ETAPA-ACHADA
                       MOVE ONB-DATA-ATRIB
                                       TO W-INT-ATRIB-ACHADA
                   END-IF
               END-IF
               PERFORM 7223-LER-PROX-ARQ-ONBOARD
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-INT-ETAPA-ACHADA      EQUAL ZEROS
               OR VISITA-DATA          LESS W-INT-ATRIB-ACHADA
               OR VISITA-DATA          NOT GREATER W-INT-ULT-VISITA
               GO TO 2210-99-FIM
           END-IF

           MOVE W-INT-CLIE-CORRENTE    TO ONB-CLIE-CODIGO
           MOVE W-INT-ETAPA-ACHADA     TO ONB-ETAPA
           PERFORM 7222-LER-ARQ-ONBOARD-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               SET ONB-CONCLUIDA       TO TRUE
               MOVE VISITA-DATA        TO ONB-DATA-CONCLUSAO
               MOVE "V"                TO ONB-FORMA-CONCLUSAO
               MOVE VISITA-VEND-CODIGO TO ONB-REF-CONCLUSAO
               PERFORM 7226-REGRAVAR-ARQ-ONBOARD
               IF  FS-OK
                   ADD 1               TO W-INT-QTDE-BAIXA-VIS
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-BAIXAR-POR-NOTA            SECTION.
      *----------------------------------------------------------------*
      * Notas de venda ate a data base: a primeira nota do cliente
      * desde a abertura do plano baixa a tarefa de pedido. O arquivo
      * esta na ordem do numero da nota; uma nota mais antiga achada
      * depois corrige a data da baixa.
           OPEN INPUT ARQ-NOTAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2300-99-FIM
           END-IF

           PERFORM 7974-LER-PROX-ARQ-NOTAS
           PERFORM UNTIL NOT FS-OK
               IF  NOTA-VENDA
                   AND NOTA-DATA-EMISSAO NOT GREATER W-INT-DATA-BASE
                   PERFORM 2310-BAIXAR-NOTA-CLIENTE
               END-IF
               PERFORM 7974-LER-PROX-ARQ-NOTAS
           END-PERFORM

           PERFORM 7979-FECHAR-ARQ-NOTAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-BAIXAR-NOTA-CLIENTE        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE NOTA-CLIE-CODIGO       TO W-INT-CLIE-CORRENTE
                                          ONB-CLIE-CODIGO
           MOVE ZEROS                  TO ONB-ETAPA
           PERFORM 7224-START-ARQ-ONBOARD-ASC
           IF  FS-OK
               PERFORM 7223-LER-PROX-ARQ-ONBOARD
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR ONB-CLIE-CODIGO NOT EQUAL W-INT-CLIE-CORRENTE
               IF  NOT ONB-ABERTURA
                   AND ONB-TIPO-NOTA
                   AND NOTA-DATA-EMISSAO NOT LESS ONB-DATA-ABERTURA
                   IF  ONB-PENDENTE
                       SET ONB-CONCLUIDA
                                       TO TRUE
                       MOVE NOTA-DATA-EMISSAO
                                       TO ONB-DATA-CONCLUSAO
                       MOVE "N"        TO ONB-FORMA-CONCLUSAO
                       MOVE NOTA-NUMERO
                                       TO ONB-REF-CONCLUSAO
                       PERFORM 7226-REGRAVAR-ARQ-ONBOARD
                       ADD 1           TO W-INT-QTDE-BAIXA-NOTA
                   ELSE
                       IF  ONB-FORMA-CONCLUSAO EQUAL "N"
                           AND NOTA-DATA-EMISSAO
                                       LESS ONB-DATA-CONCLUSAO
                           MOVE NOTA-DATA-EMISSAO
                                       TO ONB-DATA-CONCLUSAO
                           MOVE NOTA-NUMERO
                                       TO ONB-REF-CONCLUSAO
                           PERFORM 7226-REGRAVAR-ARQ-ONBOARD
                       END-IF
                   END-IF
               END-IF
               PERFORM 7223-LER-PROX-ARQ-ONBOARD
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EMITIR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-INT-QTDE-TOTAL
                                          W-INT-QTDE-SUPERV
                                          W-INT-SUPERV-CORRENTE
           COMPUTE W-INT-INT-BASE =
                   FUNCTION INTEGER-OF-DATE(W-INT-DATA-BASE)
           MOVE W-INT-DATA-BASE        TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-CAB-DATA-BASE

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 3000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           SORT ARQ-SORT    ON ASCENDING KEY SORT-SUPERV
                                             SORT-VEND
                                             SORT-DATA-PREVISTA
                                             SORT-CLIE
                                             SORT-ETAPA
               INPUT PROCEDURE  IS 4000-INPUT-SORT
               OUTPUT PROCEDURE IS 5000-OUTPUT-SORT

           PERFORM 6000-GRAVAR-RESUMO

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC210P - Tarefas de integracao vencidas: "
                       W-INT-QTDE-TOTAL " tarefa(s) listada(s)"
           ELSE
               MOVE "Tarefas geradas e baixadas, relatorio gravado, tecl
      -             "e <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*
      * Tarefas pendentes com prazo anterior a data base. O
      * supervisor e o atual da equipe do vendedor da tarefa (zero =
      * vendedor sem supervisor).
           OPEN INPUT ARQ-ONBOARD
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 4000-99-FIM
           END-IF

           PERFORM 7223-LER-PROX-ARQ-ONBOARD
           PERFORM UNTIL NOT FS-OK
               IF  NOT ONB-ABERTURA
                   AND ONB-PENDENTE
                   AND ONB-DATA-PREVISTA LESS W-INT-DATA-BASE
                   MOVE ZEROS                TO SORT-SUPERV
                   IF  ONB-VEND-CODIGO       GREATER ZEROS
                       MOVE ONB-VEND-CODIGO  TO VEND-CODIGO
                       PERFORM 7251-LER-ARQ-VEND-CODIGO
                       IF  W-REG-ENCONTRADO  EQUAL "S"
                           MOVE VEND-SUPERVISOR
                                             TO SORT-SUPERV
                       END-IF
                   END-IF
                   MOVE ONB-VEND-CODIGO      TO SORT-VEND
                   MOVE ONB-DATA-PREVISTA    TO SORT-DATA-PREVISTA
                   MOVE ONB-CLIE-CODIGO      TO SORT-CLIE
                   MOVE ONB-ETAPA            TO SORT-ETAPA
                   MOVE ONB-DATA-ATRIB       TO SORT-DATA-ATRIB
                   MOVE ONB-TIPO             TO SORT-TIPO
                   MOVE ONB-DESCRICAO        TO SORT-DESCRICAO
                   RELEASE REG-SORT
                   MOVE "00"                 TO WS-RESULTADO-ACESSO
               END-IF
               PERFORM 7223-LER-PROX-ARQ-ONBOARD
           END-PERFORM

           PERFORM 7229-FECHAR-ARQ-ONBOARD
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Um bloco por supervisor, com as tarefas de cada vendedor da
      * equipe da mais atrasada para a menos atrasada.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-SUPERV         NOT EQUAL W-INT-SUPERV-CORRENTE
                   OR W-INT-QTDE-TOTAL EQUAL ZEROS
                   IF  W-INT-QTDE-TOTAL GREATER ZEROS
                       PERFORM 5300-GRAVAR-TOTAL-SUPERV
                   END-IF
                   PERFORM 5100-GRAVAR-CAB-SUPERV
               END-IF
               PERFORM 5200-GRAVAR-LINHA-TAREFA
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           IF  W-INT-QTDE-TOTAL        GREATER ZEROS
               PERFORM 5300-GRAVAR-TOTAL-SUPERV
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-GRAVAR-CAB-SUPERV          SECTION.
      *----------------------------------------------------------------*

           MOVE SORT-SUPERV            TO W-INT-SUPERV-CORRENTE
                                          W-CAB-SUP
                                          W-SUPERV-PROCURADO
           MOVE ZEROS                  TO W-INT-QTDE-SUPERV
           IF  SORT-SUPERV             EQUAL ZEROS
               MOVE "(sem supervisor definido)"
                                       TO W-CAB-SUP-NOME
           ELSE
               PERFORM 7035-VALIDAR-SUPERVISOR
               IF  W-SUPERV-VALIDO     EQUAL "S"
                   MOVE W-SUPERV-NOME  TO W-CAB-SUP-NOME
               ELSE
                   MOVE "(supervisor nao cadastrado)"
                                       TO W-CAB-SUP-NOME
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           WRITE REG-ARQ-RELATO FROM W-CAB-SUPERV AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-02     AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2   AFTER 1.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-GRAVAR-LINHA-TAREFA        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-INT-QTDE-SUPERV
                                          W-INT-QTDE-TOTAL

           MOVE SORT-VEND              TO W-DET-VEND
           MOVE SORT-CLIE              TO W-DET-CLIE
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DET-RAZAO
           ELSE
               MOVE SPACES             TO W-DET-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE SORT-ETAPA             TO W-DET-ETAPA
           MOVE SORT-DESCRICAO         TO W-DET-DESCRICAO
           IF  SORT-TIPO               EQUAL "N"
               MOVE "Nota"             TO W-DET-BAIXA
           ELSE
               MOVE "Visita"           TO W-DET-BAIXA
           END-IF

           MOVE SORT-DATA-ATRIB        TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-DET-ATRIB
           MOVE SORT-DATA-PREVISTA     TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-DET-PREVISTA
           COMPUTE W-INT-DIAS = W-INT-INT-BASE
                 - FUNCTION INTEGER-OF-DATE(SORT-DATA-PREVISTA)
           MOVE W-INT-DIAS             TO W-DET-ATRASO

           WRITE REG-ARQ-RELATO FROM W-DET-01 AFTER 1.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5300-GRAVAR-TOTAL-SUPERV        SECTION.
      *----------------------------------------------------------------*

           MOVE W-INT-QTDE-SUPERV      TO W-ROD-QTDE-SUP
           WRITE REG-ARQ-RELATO FROM W-ROD-SUPERV AFTER 1.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           IF  W-INT-QTDE-TOTAL        EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-ATRASO AFTER 1
           ELSE
               MOVE W-INT-QTDE-TOTAL   TO W-ROD-QTDE-TOTAL
               WRITE REG-ARQ-RELATO FROM W-ROD-TOTAL AFTER 1
           END-IF

           MOVE W-INT-QTDE-AGUARDANDO  TO W-ROD-QTDE-AGUARD
           WRITE REG-ARQ-RELATO FROM W-ROD-AGUARDANDO AFTER 1
           MOVE W-INT-QTDE-PLANOS      TO W-ROD-QTDE-PLANOS
           MOVE W-INT-QTDE-GERADAS     TO W-ROD-QTDE-GERADAS
           WRITE REG-ARQ-RELATO FROM W-ROD-MOVIMENTO AFTER 1
           MOVE W-INT-QTDE-BAIXA-VIS   TO W-ROD-QTDE-BX-VIS
           MOVE W-INT-QTDE-BAIXA-NOTA  TO W-ROD-QTDE-BX-NOTA
           WRITE REG-ARQ-RELATO FROM W-ROD-BAIXAS AFTER 1.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
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

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo de distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo registro de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo de notas fiscais
       COPY ".\copybooks\GCC117R.cpy".
      * Rotinas tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
