      *                  motivo e operador), aprovacao do valor final  *
      *                  e baixa de pagamento, mais o relatorio de     *
      *                  competencias em aberto para a folha.          *
      *                  <F7> alterna para o razao de override dos     *
      *                  supervisores (GCC163P), com as mesmas         *
      *                  operacoes sobre o cadastro de supervisores.   *
      *                  Aprovacao bloqueada enquanto houver           *
      *                  contestacao pendente do vendedor (GCC165P).   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.

      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FC.cpy".
      * Contestacoes de comissao
       COPY ".\copybooks\GCC165FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".


      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FD.cpy".
      * Contestacoes de comissao
       COPY ".\copybooks\GCC165FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".


      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos cadastro de supervisores
       COPY ".\copybooks\GCC059W.cpy".
      * Campos consulta de contestacoes pendentes
       COPY ".\copybooks\GCC165W.cpy".

      * Razao em uso: o dos vendedores ou o do override dos
      * supervisores. Os dois tem o mesmo layout; a troca e feita no
      * nome dinamico dos arquivos, preservando os nomes originais.
       01  W-RAZAO-EM-USO.
           05  W-RAZAO-SUPERV          PIC X(01) VALUE "N".
               88  W-RAZAO-DE-SUPERV             VALUE "S".
           05  W-ROTULO-CODIGO         PIC X(18)
                                       VALUE "Vendedor........: ".
           05  W-ROTULO-RAZAO          PIC X(26)
                                       VALUE "Razao: Vendedores".
           05  W-NOME-LIQUID-VEND      PIC X(40) VALUE SPACES.
           05  W-NOME-AJUSTE-VEND      PIC X(40) VALUE SPACES.

       01  W-APOIO-LIQUIDACAO.
           05  W-LIQ-VEND-DESC         PIC X(40) VALUE SPACES.
       01  W-CAB-CAPA.
           05 FILLER               PIC X(42)
              VALUE "Liquidacao de Comissoes - Itens em Aberto ".
           05 W-CAB-CAPA-RAZAO     PIC X(26) VALUE SPACES.

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(03) VALUE SPACES.
       01  S-TELA-LIQUIDACAO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  PIC X(26)           LINE 04 COL 10
                                       FROM W-ROTULO-RAZAO.
               10  PIC X(18)           LINE 06 COL 10
                                       FROM W-ROTULO-CODIGO.
               10  S-LIQ-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 28 PIC 9(07)
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           MOVE WID-ARQ-LIQUID         TO W-NOME-LIQUID-VEND
           MOVE WID-ARQ-AJUSTE-COM     TO W-NOME-AJUSTE-VEND

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-LIQUID W-APOIO-LIQUIDACAO
               MOVE "Liquidacao Comissao"
                                       TO W-MODULO
               MOVE "<Esc>Sair <F1>Ajuste <F2>Aprovar <F3>Pagar <F5>List
      -             "ar <F6>Aberto <F7>Razao"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
                       PERFORM 5000-LISTAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F6
                       PERFORM 4500-RELATORIO-ABERTO
                   WHEN COB-SCR-F7
                       PERFORM 0100-ALTERNAR-RAZAO
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-ALTERNAR-RAZAO             SECTION.
      *----------------------------------------------------------------*
      * Alterna entre o razao dos vendedores e o razao de override dos
      * supervisores; todas as opcoes passam a operar sobre o razao
      * escolhido.
           IF  W-RAZAO-DE-SUPERV
               MOVE "N"                TO W-RAZAO-SUPERV
               MOVE W-NOME-LIQUID-VEND TO WID-ARQ-LIQUID
               MOVE W-NOME-AJUSTE-VEND TO WID-ARQ-AJUSTE-COM
               MOVE "Vendedor........: "
                                       TO W-ROTULO-CODIGO
               MOVE "Razao: Vendedores"
                                       TO W-ROTULO-RAZAO
               MOVE SPACES             TO W-CAB-CAPA-RAZAO
           ELSE
               MOVE "S"                TO W-RAZAO-SUPERV
               MOVE WID-ARQ-LIQUID-SUP TO WID-ARQ-LIQUID
               MOVE WID-ARQ-AJUSTE-SUP TO WID-ARQ-AJUSTE-COM
               MOVE "Supervisor......: "
                                       TO W-ROTULO-CODIGO
               MOVE "Razao: Supervisores"
                                       TO W-ROTULO-RAZAO
               MOVE "(Override Supervisores)"
                                       TO W-CAB-CAPA-RAZAO
           END-IF.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INCLUIR-AJUSTE            SECTION.
      *----------------------------------------------------------------*
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF
           IF  NOT W-RAZAO-DE-SUPERV
               MOVE LIQ-VEND-CODIGO    TO W-CTS-VEND-BUSCA
               MOVE LIQ-COMPETENCIA    TO W-CTS-COMP-BUSCA
               PERFORM 7918-CONTAR-CONTEST-PEND
               IF  W-CTS-QTDE-PEND     GREATER ZEROS
                   MOVE "Contestacao pendente - aprovacao bloqueada, tec
      -                "le <Enter>"    TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   GO TO 2000-99-FIM
               END-IF
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               GO TO 6100-99-FIM
           END-IF

           IF  W-RAZAO-DE-SUPERV
               MOVE LIQ-VEND-CODIGO    TO W-SUPERV-PROCURADO
               PERFORM 7035-VALIDAR-SUPERVISOR
               IF  W-SUPERV-VALIDO     EQUAL "N" OR
                   LIQ-VEND-CODIGO     EQUAL ZEROS
                   MOVE "Supervisor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   MOVE "S"            TO W-RETORNAR
                   GO TO 6100-99-FIM
               END-IF
               MOVE LIQ-VEND-CODIGO    TO VEND-CODIGO
               MOVE W-SUPERV-NOME      TO W-LIQ-VEND-DESC
           ELSE
               MOVE LIQ-VEND-CODIGO    TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   MOVE "S"            TO W-RETORNAR
                   GO TO 6100-99-FIM
               END-IF
               MOVE VEND-RAZAO-SOCIAL  TO W-LIQ-VEND-DESC
           END-IF

           ACCEPT S-LIQ-COMPETENCIA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas da liquidacao de comissoes
       COPY ".\copybooks\GCC103R.cpy".
      * Rotinas contestacoes de comissao
       COPY ".\copybooks\GCC165R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
