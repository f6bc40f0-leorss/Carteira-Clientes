      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC205P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC205P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Extrato sob medida - o usuario escolhe os     *
      *                  campos do cliente, da atribuicao (ARQ-DIST),  *
      *                  do vendedor e do supervisor, os filtros       *
      *                  (igual, faixa, comeca com) e a ordenacao, e   *
      *                  salva a definicao com nome. A consulta salva  *
      *                  gera na hora um arquivo delimitado pelo       *
      *                  separador dos parametros gerais ou vai para   *
      *                  a fila da janela batch (GCC204P). CNPJ e      *
      *                  contatos saem mascarados conforme o perfil de *
      *                  quem gera, e o acesso e conferido contra as   *
      *                  regioes do operador. Batch: LK-PARAM = "B" e  *
      *                  nome da consulta em CARTEIRA_CONSULTA.        *
      *                  Telefone e e-mail do cliente em opt-out de    *
      *                  contato (GCC154P) saem em branco e o cliente  *
      *                  vai para o log de supressoes.                 *
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
      * Arquivo Supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FC.cpy".
      * Cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062FC.cpy".
      * Consultas salvas do extrato sob medida
       COPY ".\copybooks\GCC205FC.cpy".
      * Fila de pedidos de relatorio
       COPY ".\copybooks\GCC204FC.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".
      * Consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FC.cpy".

      * Lista de regioes (nome;diretorio), base da conferencia do
      * diretorio ativo contra as regioes autorizadas do operador.
       SELECT ARQ-REGIOES          ASSIGN TO  WID-ARQ-REGIOES
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      * Extrato gerado pela consulta
       SELECT ARQ-EXTR-CONS        ASSIGN TO  WID-ARQ-EXTR-CONS
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

       SELECT ARQ-SORT-EXT ASSIGN TO "EXTR-SORT.TMP"
           FILE STATUS     IS  WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo Supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo de parametros gerais
       COPY ".\copybooks\GCC064FD.cpy".
      * Cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062FD.cpy".
      * Consultas salvas do extrato sob medida
       COPY ".\copybooks\GCC205FD.cpy".
      * Fila de pedidos de relatorio
       COPY ".\copybooks\GCC204FD.cpy".
      * Controle de sequencia de codigos
       COPY ".\copybooks\GCC088FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".
      * Consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154FD.cpy".

      * Lista de regioes cadastradas
       FD  ARQ-REGIOES.
       01  REG-ARQ-REGIOES             PIC X(132).

      * Extrato delimitado - cabecalho com os nomes das colunas e uma
      * linha por cliente/linha de negocio selecionada.
       FD  ARQ-EXTR-CONS.
       01  REG-ARQ-EXTR-CONS           PIC X(700).

      * Ordenacao do extrato: uma chave crescente e uma decrescente
      * por nivel; so a do sentido escolhido e preenchida, a outra
      * fica em branco e nao interfere. A sequencia de selecao
      * desempata mantendo a ordem de leitura.
       SD  ARQ-SORT-EXT.
       01  REG-SORT-EXT.
           05 SORT-EXT-CHAVES.
               10 SORT-EXT-K1A         PIC  X(040).
               10 SORT-EXT-K1D         PIC  X(040).
               10 SORT-EXT-K2A         PIC  X(040).
               10 SORT-EXT-K2D         PIC  X(040).
               10 SORT-EXT-K3A         PIC  X(040).
               10 SORT-EXT-K3D         PIC  X(040).
           05 FILLER REDEFINES SORT-EXT-CHAVES.
               10 SORT-EXT-NIVEL       OCCURS 3 TIMES.
                   15 SORT-EXT-KA      PIC  X(040).
                   15 SORT-EXT-KD      PIC  X(040).
           05 SORT-EXT-SEQ             PIC  9(007).
           05 SORT-EXT-LINHA           PIC  X(700).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos do arquivo de parametros gerais
       COPY ".\copybooks\GCC064W.cpy".

      * Campos da autorizacao de regioes por operador
       COPY ".\copybooks\GCC062W.cpy".

      * Campos do controle de sequencia de codigos
       COPY ".\copybooks\GCC088W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".
      * Campos da consulta de opt-out de contato
       COPY ".\copybooks\GCC154W.cpy".

      * Resolucao do diretorio ativo na lista de regioes.
       01  W-VALIDA-REGIAO.
           05  W-VRG-NOME              PIC X(30) VALUE SPACES.
           05  W-VRG-DIRETORIO         PIC X(60) VALUE SPACES.
           05  W-VRG-ACHADA            PIC X(01) VALUE "N".
           05  W-VRG-FIM               PIC X(01) VALUE "N".
           05  W-VRG-AUTORIZADO        PIC X(01) VALUE "S".

      * Catalogo dos campos disponiveis: numero, nome da coluna no
      * extrato, tipo (N = numerico, X = texto), tamanho e mascara
      * (I = identificador fiscal, T = contato, branco = livre).
      * 01-16 cadastro do cliente, 17-21 atribuicao e vendedor,
      * 22-23 supervisor do vendedor.
       01  W-TAB-CATALOGO.
           05  FILLER  PIC X(22) VALUE "01CODIGO          N07 ".
           05  FILLER  PIC X(22) VALUE "02CNPJ            N14I".
           05  FILLER  PIC X(22) VALUE "03RAZAO_SOCIAL    X40 ".
           05  FILLER  PIC X(22) VALUE "04SITUACAO        X01 ".
           05  FILLER  PIC X(22) VALUE "05SEGMENTO        X01 ".
           05  FILLER  PIC X(22) VALUE "06TERRITORIO      X05 ".
           05  FILLER  PIC X(22) VALUE "07MUNICIPIO       X30 ".
           05  FILLER  PIC X(22) VALUE "08UF              X02 ".
           05  FILLER  PIC X(22) VALUE "09CEP             N08 ".
           05  FILLER  PIC X(22) VALUE "10ENDERECO        X40 ".
           05  FILLER  PIC X(22) VALUE "11TELEFONE        X15T".
           05  FILLER  PIC X(22) VALUE "12EMAIL           X40T".
           05  FILLER  PIC X(22) VALUE "13DATA_CADASTRO   N08 ".
           05  FILLER  PIC X(22) VALUE "14CNAE            N07 ".
           05  FILLER  PIC X(22) VALUE "15PORTE           X02 ".
           05  FILLER  PIC X(22) VALUE "16BLOQ_CREDITO    X01 ".
           05  FILLER  PIC X(22) VALUE "17LINHA_NEGOCIO   N02 ".
           05  FILLER  PIC X(22) VALUE "18VEND_CODIGO     N07 ".
           05  FILLER  PIC X(22) VALUE "19VEND_NOME       X40 ".
           05  FILLER  PIC X(22) VALUE "20VEND_TELEFONE   X15T".
           05  FILLER  PIC X(22) VALUE "21VEND_EMAIL      X40T".
           05  FILLER  PIC X(22) VALUE "22SUPERV_CODIGO   N07 ".
           05  FILLER  PIC X(22) VALUE "23SUPERV_NOME     X40 ".
       01  FILLER REDEFINES W-TAB-CATALOGO.
           05  W-CAT-ITEM              OCCURS 23 TIMES.
               10  W-CAT-NUMERO        PIC 9(02).
               10  W-CAT-COLUNA        PIC X(16).
               10  W-CAT-TIPO          PIC X(01).
               10  W-CAT-TAM           PIC 9(02).
               10  W-CAT-MASCARA       PIC X(01).
                   88  W-CAT-MASC-IDENT    VALUE "I".
                   88  W-CAT-MASC-CONTATO  VALUE "T".

      * Catalogo montado em tres colunas para a tela de definicao.
       01  W-CAMPOS-CATALOGO.
           05  W-QTDE-CATALOGO         PIC 9(02) VALUE 23.
           05  W-CAT-SUB               PIC 9(02) VALUE ZEROS.
           05  W-CAT-COL               PIC 9(02) VALUE ZEROS.
           05  W-CAT-LIN               PIC 9(02) VALUE ZEROS.
           05  W-CAT-POS               PIC 9(02) VALUE ZEROS.
           05  W-CAT-LINHA             PIC X(75) OCCURS 8 TIMES.

      * Lista das consultas salvas na tela principal.
       01  W-CAMPOS-LISTA-CONS.
           05  W-QTDE-LCO              PIC 9(02) VALUE ZEROS.
           05  W-LCO-FIM               PIC X(01) VALUE "N".
           05  W-LCO-LINHA             PIC X(74) OCCURS 14 TIMES.
           05  W-LCO-DET.
               10  W-LCO-NOME          PIC X(20).
               10  FILLER              PIC X(01).
               10  W-LCO-DESCRICAO     PIC X(30).
               10  FILLER              PIC X(01).
               10  W-LCO-DONO          PIC X(12).
               10  FILLER              PIC X(01).
               10  W-LCO-ULT-EXEC      PIC 9(08) BLANK WHEN ZERO.

      * Filtros da consulta em execucao, ja normalizados: numericos
      * com zeros a esquerda no tamanho do campo, texto em maiusculas;
      * "ate" em branco na faixa vira HIGH-VALUES (sem limite).
       01  W-TAB-FILTROS-EXT.
           05  W-QTDE-FIL              PIC 9(01) VALUE ZEROS.
           05  W-FIL-ITEM              OCCURS 5 TIMES.
               10  W-FIL-CAMPO         PIC 9(02).
               10  W-FIL-TIPO          PIC X(01).
               10  W-FIL-DE            PIC X(40).
               10  W-FIL-ATE           PIC X(40).
               10  W-FIL-TAM           PIC 9(02).

       01  W-CAMPOS-EXTRATO.
           05  W-EXT-NOME              PIC X(20) VALUE SPACES.
           05  W-EXT-ERRO              PIC X(60) VALUE SPACES.
           05  W-EXT-DELIM             PIC X(01) VALUE ";".
           05  W-EXT-CAMPO             PIC 9(02) VALUE ZEROS.
           05  W-EXT-VALOR             PIC X(40) VALUE SPACES.
           05  W-EXT-COMPARA           PIC X(40) VALUE SPACES.
           05  W-EXT-TXT               PIC X(30) VALUE SPACES.
           05  W-EXT-NUM               PIC 9(15) VALUE ZEROS.
           05  W-EXT-NUM-X REDEFINES W-EXT-NUM
                                       PIC X(15).
           05  W-EXT-TAM               PIC 9(02) VALUE ZEROS.
           05  W-EXT-INI               PIC 9(02) VALUE ZEROS.
           05  W-EXT-SUB               PIC 9(02) VALUE ZEROS.
           05  W-EXT-SUB-FIL           PIC 9(02) VALUE ZEROS.
           05  W-EXT-SUB-ORD           PIC 9(02) VALUE ZEROS.
           05  W-EXT-PTR               PIC 9(04) VALUE ZEROS.
           05  W-EXT-LINHA             PIC X(700) VALUE SPACES.
           05  W-EXT-SEQ               PIC 9(07) VALUE ZEROS.
           05  W-EXT-QTDE              PIC 9(07) VALUE ZEROS.
           05  W-EXT-QTDE-ED           PIC Z.ZZZ.ZZ9.
           05  W-EXT-PASSOU            PIC X(01) VALUE "S".
           05  W-EXT-TEM-DIST          PIC X(01) VALUE "N".
           05  W-EXT-MASCARADO         PIC X(01) VALUE "N".
           05  W-EXT-MASC-IDENT        PIC X(01) VALUE "S".
           05  W-EXT-MASC-CONTATO      PIC X(01) VALUE "S".
           05  W-EXT-NUMERICO          PIC X(01) VALUE "N".
           05  W-EXT-DIST-ABERTO       PIC X(01) VALUE "N".
           05  W-EXT-VEND-ABERTO       PIC X(01) VALUE "N".
           05  W-EXT-SUP-ABERTO        PIC X(01) VALUE "N".
           05  W-EXT-FIM-SORT          PIC X(01) VALUE "N".
           05  W-EXT-ERRO-SAIDA        PIC X(01) VALUE "N".
           05  W-EXT-USA-FONE          PIC X(01) VALUE "N".
           05  W-EXT-USA-EMAIL         PIC X(01) VALUE "N".
           05  W-EXT-OPTOUT-CLIE       PIC X(01) VALUE "N".
           05  W-EXT-CLIE-SAIU         PIC X(01) VALUE "N".

       01  W-CAMPOS-PEDIDO-CONS.
           05  W-GER-NOME              PIC X(20) VALUE SPACES.
           05  W-GER-PRIO              PIC 9(01) VALUE 5.
           05  W-GER-NUMERO-ED         PIC Z(06)9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook telas do extrato sob medida
       COPY ".\copybooks\GCC205S.cpy".
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
           PERFORM 7161-CARREGAR-MASCARA-PERFIL
           PERFORM 7060-CARREGAR-REGIOES-OPER
           PERFORM 0300-MONTAR-CATALOGO

           IF  LK-PARAM                EQUAL "B"
               PERFORM 0200-EXECUTAR-BATCH
               GOBACK
           END-IF

           MOVE "Extrato sob Medida"   TO W-MODULO
           PERFORM 0100-VALIDAR-REGIAO
           IF  W-VRG-AUTORIZADO        EQUAL "N"
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "Extrato sob Medida" TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F4> Gerar <F5> Fila"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               PERFORM 1000-MONTAR-LISTA
               DISPLAY S-CLS
               DISPLAY S-TELA-LISTA-CONS
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1100-INCLUIR
                   WHEN COB-SCR-F2
                       PERFORM 2000-ALTERAR
                   WHEN COB-SCR-F3
                       PERFORM 3000-EXCLUIR
                   WHEN COB-SCR-F4
                       PERFORM 4000-GERAR-NA-HORA
                   WHEN COB-SCR-F5
                       PERFORM 4500-ENFILEIRAR
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-VALIDAR-REGIAO             SECTION.
      *----------------------------------------------------------------*
      * Resolve o nome da regiao do diretorio ativo (CARTEIRA_DIR) na
      * lista ARQ-REGIOES e confere contra as regioes do operador.
      * Operador sem restricao, sem diretorio ou diretorio fora da
      * lista, nada a validar. Na janela batch a recusa sai no log.
           MOVE "S"                    TO W-VRG-AUTORIZADO

           IF  W-DIR-DADOS             EQUAL SPACES
               GO TO 0100-99-FIM
           END-IF
           IF  W-AUT-REGIOES-OPER EQUAL SPACES OR
               W-AUT-REGIOES-OPER(1:1) EQUAL "*"
               GO TO 0100-99-FIM
           END-IF

           MOVE "N"                    TO W-VRG-ACHADA
                                          W-VRG-FIM
           OPEN INPUT ARQ-REGIOES
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 0100-99-FIM
           END-IF
           PERFORM UNTIL W-VRG-FIM EQUAL "S"
                      OR W-VRG-ACHADA EQUAL "S"
               MOVE SPACES             TO W-VRG-NOME
                                          W-VRG-DIRETORIO
               READ ARQ-REGIOES
               IF  NOT FS-OK
                   MOVE "S"            TO W-VRG-FIM
               ELSE
                   UNSTRING REG-ARQ-REGIOES DELIMITED BY ";"
                       INTO W-VRG-NOME
                            W-VRG-DIRETORIO
                   END-UNSTRING
                   IF  W-VRG-DIRETORIO(1:40) EQUAL W-DIR-DADOS
                       MOVE "S"        TO W-VRG-ACHADA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-REGIOES
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-VRG-ACHADA            EQUAL "N"
               GO TO 0100-99-FIM
           END-IF

           MOVE W-VRG-NOME             TO W-AUT-REGIAO-TESTE
           PERFORM 7062-CONFERIR-REGIAO
           IF  W-AUT-PERMITIDO         EQUAL "N"
               MOVE "GCC205P"          TO W-AUT-PROGRAMA
               MOVE "EXTRATO SOB MEDIDA NEGADO"
                                       TO W-AUT-DETALHE
               PERFORM 7068-GRAVAR-ACESSO-NEGADO
               MOVE "N"                TO W-VRG-AUTORIZADO
               IF  LK-PARAM            EQUAL "B"
                   DISPLAY "GCC205P - Regiao nao autorizada para o "
                           "operador " W-OPERADOR
               ELSE
                   MOVE "Regiao nao autorizada para o operador, tecl
      -                "e <Enter>"     TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0200-EXECUTAR-BATCH             SECTION.
      *----------------------------------------------------------------*
      * Janela batch (fila de relatorios ou job): consulta pedida em
      * CARTEIRA_CONSULTA, operador e perfil pelas variaveis de
      * sempre. Qualquer recusa ou falha devolve RETURN-CODE 8.
           MOVE SPACES                 TO W-EXT-NOME
           DISPLAY "CARTEIRA_CONSULTA" UPON ENVIRONMENT-NAME
           ACCEPT  W-EXT-NOME          FROM ENVIRONMENT-VALUE
           PERFORM 6100-NORMALIZAR-NOME

           IF  W-EXT-NOME              EQUAL SPACES
               DISPLAY "GCC205P - Consulta nao informada em "
                       "CARTEIRA_CONSULTA"
               MOVE 8                  TO RETURN-CODE
               GO TO 0200-99-FIM
           END-IF

           PERFORM 0100-VALIDAR-REGIAO
           IF  W-VRG-AUTORIZADO        EQUAL "N"
               MOVE 8                  TO RETURN-CODE
               GO TO 0200-99-FIM
           END-IF

           PERFORM 5000-GERAR-EXTRATO
           IF  W-EXT-ERRO              NOT EQUAL SPACES
               DISPLAY "GCC205P - " FUNCTION TRIM(W-EXT-NOME) ": "
                       FUNCTION TRIM(W-EXT-ERRO)
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE W-EXT-QTDE         TO W-EXT-QTDE-ED
               MOVE W-CNS-SUPRIMIDOS   TO W-CNS-SUPRIMIDOS-ED
               DISPLAY "GCC205P - Extrato " FUNCTION TRIM(W-EXT-NOME)
                       " gerado (" FUNCTION TRIM(W-EXT-QTDE-ED)
                       " registros, "
                       FUNCTION TRIM(W-CNS-SUPRIMIDOS-ED)
                       " com opt-out de contato)"
               MOVE ZEROS              TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       0200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0300-MONTAR-CATALOGO            SECTION.
      *----------------------------------------------------------------*
      * Oito linhas de tela com ate tres campos cada (numero e nome
      * da coluna), preenchidas coluna a coluna.
           PERFORM VARYING W-CAT-SUB FROM 1 BY 1
                   UNTIL W-CAT-SUB GREATER 8
               MOVE SPACES             TO W-CAT-LINHA(W-CAT-SUB)
           END-PERFORM

           PERFORM VARYING W-CAT-SUB FROM 1 BY 1
                   UNTIL W-CAT-SUB GREATER W-QTDE-CATALOGO
               COMPUTE W-CAT-POS = W-CAT-SUB - 1
               DIVIDE W-CAT-POS BY 8 GIVING W-CAT-COL
                                     REMAINDER W-CAT-LIN
               ADD 1                   TO W-CAT-LIN
               COMPUTE W-CAT-POS = W-CAT-COL * 25 + 1
               MOVE W-CAT-NUMERO(W-CAT-SUB)
                       TO W-CAT-LINHA(W-CAT-LIN)(W-CAT-POS:2)
               ADD 3                   TO W-CAT-POS
               MOVE W-CAT-COLUNA(W-CAT-SUB)
                       TO W-CAT-LINHA(W-CAT-LIN)(W-CAT-POS:16)
               IF  W-CAT-MASCARA(W-CAT-SUB) NOT EQUAL SPACE
                   ADD 17              TO W-CAT-POS
                   MOVE "*"    TO W-CAT-LINHA(W-CAT-LIN)(W-CAT-POS:1)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       0300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-MONTAR-LISTA               SECTION.
      *----------------------------------------------------------------*
      * Primeiras consultas salvas, na ordem do nome.
           MOVE ZEROS                  TO W-QTDE-LCO
           PERFORM VARYING W-EXT-SUB FROM 1 BY 1
                   UNTIL W-EXT-SUB GREATER 14
               MOVE SPACES             TO W-LCO-LINHA(W-EXT-SUB)
           END-PERFORM

           PERFORM 7142-ABRIR-INPUT-ARQ-CONS-EXT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               MOVE "Nenhuma consulta salva - <F1> para incluir"
                                       TO W-LCO-LINHA(1)
               GO TO 1000-99-FIM
           END-IF

           MOVE "N"                    TO W-LCO-FIM
           PERFORM UNTIL W-LCO-FIM EQUAL "S"
                      OR W-QTDE-LCO EQUAL 14
               PERFORM 7144-LER-PROX-ARQ-CONSULTA-EXT
               IF  NOT FS-OK
                   MOVE "S"            TO W-LCO-FIM
               ELSE
                   ADD 1               TO W-QTDE-LCO
                   MOVE SPACES         TO W-LCO-DET
                   MOVE CEXT-NOME      TO W-LCO-NOME
                   MOVE CEXT-DESCRICAO TO W-LCO-DESCRICAO
                   MOVE CEXT-OPERADOR  TO W-LCO-DONO
                   MOVE CEXT-ULT-EXEC-DATA
                                       TO W-LCO-ULT-EXEC
                   MOVE W-LCO-DET      TO W-LCO-LINHA(W-QTDE-LCO)
               END-IF
           END-PERFORM
           PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-QTDE-LCO              EQUAL ZEROS
               MOVE "Nenhuma consulta salva - <F1> para incluir"
                                       TO W-LCO-LINHA(1)
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-INCLUIR                    SECTION.
      *----------------------------------------------------------------*
      * Perfil consulta so gera; quem inclui fica como dono.
           IF  W-PERFIL-CONSULTA
               MOVE "Acesso negado para o seu perfil, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1100-99-FIM
           END-IF

           INITIALIZE REG-ARQ-CONSULTA-EXT
           MOVE W-OPERADOR             TO CEXT-OPERADOR
           MOVE "[Incluir]"            TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONSULTA-EXT
           DISPLAY S-TELA-DADOS-CONS

           ACCEPT S-CEXT-NOME
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1100-99-FIM
           END-IF
           MOVE CEXT-NOME              TO W-EXT-NOME
           PERFORM 6100-NORMALIZAR-NOME
           IF  W-EXT-NOME              EQUAL SPACES
               MOVE "Nome da consulta obrigatorio, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1100-99-FIM
           END-IF

           MOVE "N"                    TO W-REG-ENCONTRADO
           PERFORM 7142-ABRIR-INPUT-ARQ-CONS-EXT
           IF  FS-OK
               MOVE W-EXT-NOME         TO CEXT-NOME
               PERFORM 7143-LER-ARQ-CONSULTA-EXT-CHAVE
               PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Consulta ja cadastrada, use <F2> Alterar, tecle
      -            " <Enter>"          TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1100-99-FIM
           END-IF

           INITIALIZE REG-ARQ-CONSULTA-EXT
           MOVE W-EXT-NOME             TO CEXT-NOME
           MOVE W-OPERADOR             TO CEXT-OPERADOR
           DISPLAY S-TELA-CONSULTA-EXT

           PERFORM 6200-ACEITAR-DADOS
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1100-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CEXT-DATA-ALTERACAO FROM DATE YYYYMMDD
               PERFORM 7141-ABRIR-ARQ-CONSULTA-EXT
               IF  NOT FS-OK
                   STRING "Erro ao abrir ARQ-CONSULTA-EXT. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
               ELSE
                   PERFORM 7146-GRAVAR-ARQ-CONSULTA-EXT
                   IF  FS-OK
                       MOVE "Consulta incluida, tecle <Enter>"
                                       TO W-MSGERRO
                   ELSE
                       STRING "Erro gravar ARQ-CONSULTA-EXT. FS: "
                              WS-RESULTADO-ACESSO INTO W-MSGERRO
                   END-IF
                   PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
               END-IF
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                    SECTION.
      *----------------------------------------------------------------*
      * So o dono da consulta ou o gestor altera.
           IF  W-PERFIL-CONSULTA
               MOVE "Acesso negado para o seu perfil, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           MOVE "[Alterar]"            TO W-OP
           PERFORM 6000-LOCALIZAR-CONSULTA
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6200-ACEITAR-DADOS
           IF  W-RETORNAR              EQUAL "S"
               PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CEXT-DATA-ALTERACAO FROM DATE YYYYMMDD
               PERFORM 7146-GRAVAR-ARQ-CONSULTA-EXT
               IF  FS-OK
                   MOVE "Consulta alterada, tecle <Enter>"
                                       TO W-MSGERRO
               ELSE
                   STRING "Erro gravar ARQ-CONSULTA-EXT. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
               END-IF
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                    SECTION.
      *----------------------------------------------------------------*
      * So o dono da consulta ou o gestor exclui.
           IF  W-PERFIL-CONSULTA
               MOVE "Acesso negado para o seu perfil, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           MOVE "[Excluir]"            TO W-OP
           PERFORM 6000-LOCALIZAR-CONSULTA
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 3000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7147-EXCLUIR-ARQ-CONSULTA-EXT
               IF  FS-OK
                   MOVE "Consulta excluida, tecle <Enter>"
                                       TO W-MSGERRO
               ELSE
                   STRING "Erro excluir ARQ-CONSULTA-EXT. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
               END-IF
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-GERAR-NA-HORA              SECTION.
      *----------------------------------------------------------------*
      * Gera o extrato da consulta informada com o perfil de quem
      * esta no terminal.
           MOVE "[Gerar]"              TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           MOVE SPACES                 TO W-GER-NOME
           DISPLAY S-STATUS
           DISPLAY S-TELA-GERAR-CONS
           ACCEPT S-GER-NOME
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF

           MOVE W-GER-NOME             TO W-EXT-NOME
           PERFORM 6100-NORMALIZAR-NOME
           IF  W-EXT-NOME              EQUAL SPACES
               GO TO 4000-99-FIM
           END-IF

           PERFORM 5000-GERAR-EXTRATO
           MOVE SPACES                 TO W-MSGERRO
           IF  W-EXT-ERRO              NOT EQUAL SPACES
               STRING FUNCTION TRIM(W-EXT-ERRO) ", tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
           ELSE
               MOVE W-EXT-QTDE         TO W-EXT-QTDE-ED
               IF  W-CNS-SUPRIMIDOS    GREATER ZEROS
                   MOVE W-CNS-SUPRIMIDOS
                                       TO W-CNS-SUPRIMIDOS-ED
                   STRING "Extrato gerado com "
                          FUNCTION TRIM(W-EXT-QTDE-ED) " registros, "
                          FUNCTION TRIM(W-CNS-SUPRIMIDOS-ED)
                          " com opt-out, tecle <Enter>"
                          DELIMITED BY SIZE INTO W-MSGERRO
               ELSE
                   STRING "Extrato gerado com "
                          FUNCTION TRIM(W-EXT-QTDE-ED) " registros em "
                          FUNCTION TRIM(WID-ARQ-EXTR-CONS)
                          ", tecle <Enter>"
                          DELIMITED BY SIZE INTO W-MSGERRO
               END-IF
           END-IF
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-ENFILEIRAR                 SECTION.
      *----------------------------------------------------------------*
      * Pede a geracao na janela batch: o GCC204P executa o pedido
      * com a identidade do solicitante. Numero do pedido pelo
      * controle de sequencia (entidade "F"), como nos pedidos
      * incluidos pela propria fila.
           MOVE "[Fila]"               TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           MOVE SPACES                 TO W-GER-NOME
           MOVE 5                      TO W-GER-PRIO
           DISPLAY S-STATUS
           DISPLAY S-TELA-GERAR-CONS
           ACCEPT S-GER-NOME
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4500-99-FIM
           END-IF

           MOVE W-GER-NOME             TO W-EXT-NOME
           PERFORM 6100-NORMALIZAR-NOME
           IF  W-EXT-NOME              EQUAL SPACES
               GO TO 4500-99-FIM
           END-IF
           MOVE W-EXT-NOME             TO W-GER-NOME
           DISPLAY S-TELA-GERAR-CONS

           MOVE "N"                    TO W-REG-ENCONTRADO
           PERFORM 7142-ABRIR-INPUT-ARQ-CONS-EXT
           IF  FS-OK
               MOVE W-EXT-NOME         TO CEXT-NOME
               PERFORM 7143-LER-ARQ-CONSULTA-EXT-CHAVE
               PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Consulta nao cadastrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4500-99-FIM
           END-IF

           DISPLAY S-TELA-PRIO-CONS
           ACCEPT S-GER-PRIO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4500-99-FIM
           END-IF
           IF  W-GER-PRIO              EQUAL ZEROS
               MOVE "Prioridade de 1 a 9, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4500-99-FIM
           END-IF

           PERFORM 7131-ABRIR-ARQ-FILA-REL
           IF  NOT FS-OK
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro ao abrir ARQ-FILA-REL. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4500-99-FIM
           END-IF

           MOVE "S"                    TO W-REG-ENCONTRADO
           MOVE ZEROS                  TO W-SEQ-TENTATIVAS
           PERFORM UNTIL W-REG-ENCONTRADO EQUAL "N"
                      OR W-SEQ-TENTATIVAS GREATER 50
               ADD 1                   TO W-SEQ-TENTATIVAS
               MOVE "F"                TO W-SEQ-ENTIDADE
               PERFORM 7845-OBTER-PROX-CODIGO
               MOVE W-SEQ-OBTIDO       TO FILA-SEQ
               IF  W-SEQ-OBTIDO        GREATER ZEROS
                   PERFORM 7133-LER-ARQ-FILA-REL-CHAVE
               END-IF
           END-PERFORM

           IF  W-REG-ENCONTRADO        EQUAL "S" OR
               W-SEQ-OBTIDO            EQUAL ZEROS
               PERFORM 7139-FECHAR-ARQ-FILA-REL
               MOVE "Erro ao numerar o pedido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4500-99-FIM
           END-IF

           INITIALIZE REG-ARQ-FILA-REL
           MOVE W-SEQ-OBTIDO           TO FILA-SEQ
           MOVE "GCC205P"              TO FILA-PROGRAMA
           MOVE W-EXT-NOME             TO FILA-CONSULTA
           MOVE W-GER-PRIO             TO FILA-PRIORIDADE
           MOVE W-OPERADOR             TO FILA-OPERADOR
           MOVE W-PERFIL               TO FILA-PERFIL
           ACCEPT FILA-DATA-PEDIDO     FROM DATE YYYYMMDD
           ACCEPT FILA-HORA-PEDIDO     FROM TIME
           MOVE "P"                    TO FILA-STATUS
           MOVE "Aguardando a janela batch"
                                       TO FILA-MENSAGEM
           PERFORM 7136-INCLUIR-ARQ-FILA-REL
           MOVE SPACES                 TO W-MSGERRO
           IF  FS-OK
               MOVE FILA-SEQ           TO W-GER-NUMERO-ED
               STRING "Pedido " FUNCTION TRIM(W-GER-NUMERO-ED)
                      " incluido na fila, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
           ELSE
               STRING "Erro gravar ARQ-FILA-REL. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
           END-IF
           PERFORM 7139-FECHAR-ARQ-FILA-REL
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GERAR-EXTRATO              SECTION.
      *----------------------------------------------------------------*
      * Gera o extrato da consulta W-EXT-NOME. Sem mensagem em tela:
      * devolve W-EXT-ERRO em branco e W-EXT-QTDE, ou o motivo da
      * falha para o chamador mostrar (tela ou log da janela batch).
      * ARQ-CONSULTA-EXT fica aberto durante a geracao, pois a
      * definicao e lida direto do registro.
           MOVE SPACES                 TO W-EXT-ERRO
           MOVE ZEROS                  TO W-EXT-QTDE
                                          W-EXT-SEQ

           PERFORM 7142-ABRIR-INPUT-ARQ-CONS-EXT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               MOVE "Consulta nao cadastrada"
                                       TO W-EXT-ERRO
               GO TO 5000-99-FIM
           END-IF
           MOVE W-EXT-NOME             TO CEXT-NOME
           PERFORM 7143-LER-ARQ-CONSULTA-EXT-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
               MOVE "Consulta nao cadastrada"
                                       TO W-EXT-ERRO
               GO TO 5000-99-FIM
           END-IF

           PERFORM 5050-PREPARAR-FILTROS
           IF  W-EXT-ERRO              NOT EQUAL SPACES
               PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
               GO TO 5000-99-FIM
           END-IF

           MOVE ";"                    TO W-EXT-DELIM
           PERFORM 7925-LER-ARQ-PARAM
           IF  W-PARAM-LIDO EQUAL "S" AND
               PARAM-DELIMITADOR NOT EQUAL SPACE
               MOVE PARAM-DELIMITADOR  TO W-EXT-DELIM
           END-IF

           OPEN INPUT ARQ-CLIENTE
           IF  NOT FS-OK
               STRING "Erro ao abrir ARQ-CLIENTE. FS: "
                      WS-RESULTADO-ACESSO DELIMITED BY SIZE
                      INTO W-EXT-ERRO
               PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
               GO TO 5000-99-FIM
           END-IF

      * Atribuicao, vendedor e supervisor sao complementares: arquivo
      * ausente so deixa as colunas correspondentes em branco.
           MOVE "N"                    TO W-EXT-DIST-ABERTO
                                          W-EXT-VEND-ABERTO
                                          W-EXT-SUP-ABERTO
           OPEN INPUT ARQ-DIST
           IF  FS-OK
               MOVE "S"                TO W-EXT-DIST-ABERTO
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           IF  FS-OK
               MOVE "S"                TO W-EXT-VEND-ABERTO
           END-IF
           OPEN INPUT ARQ-SUPERVISOR
           IF  FS-OK
               MOVE "S"                TO W-EXT-SUP-ABERTO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

      * Consentimento de contato so e consultado com telefone ou
      * e-mail do cliente entre os campos de saida; sem ARQ-CONSENT
      * nao ha restricao.
           MOVE ZEROS                  TO W-CNS-SUPRIMIDOS
           MOVE "N"                    TO W-CNS-ABERTO
           IF  W-EXT-USA-FONE          EQUAL "S" OR
               W-EXT-USA-EMAIL         EQUAL "S"
               OPEN INPUT ARQ-CONSENT
               IF  FS-OK
                   MOVE "S"            TO W-CNS-ABERTO
               END-IF
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF
           MOVE "GCC205P"              TO W-SUPR-PROGRAMA
           MOVE "MARCADO"              TO W-SUPR-ACAO

           MOVE "N"                    TO W-EXT-ERRO-SAIDA
           SORT ARQ-SORT-EXT
               ON ASCENDING  KEY SORT-EXT-K1A
               ON DESCENDING KEY SORT-EXT-K1D
               ON ASCENDING  KEY SORT-EXT-K2A
               ON DESCENDING KEY SORT-EXT-K2D
               ON ASCENDING  KEY SORT-EXT-K3A
               ON DESCENDING KEY SORT-EXT-K3D
               ON ASCENDING  KEY SORT-EXT-SEQ
               INPUT PROCEDURE  IS 5100-SELECIONAR-CLIENTES
               OUTPUT PROCEDURE IS 5600-GRAVAR-EXTRATO

           CLOSE ARQ-CLIENTE
           IF  W-EXT-DIST-ABERTO       EQUAL "S"
               CLOSE ARQ-DIST
           END-IF
           IF  W-EXT-VEND-ABERTO       EQUAL "S"
               CLOSE ARQ-VENDEDOR
           END-IF
           IF  W-EXT-SUP-ABERTO        EQUAL "S"
               CLOSE ARQ-SUPERVISOR
           END-IF
           IF  W-CNS-ABERTO            EQUAL "S"
               PERFORM 7639-FECHAR-ARQ-CONSENT
               MOVE "N"                TO W-CNS-ABERTO
           END-IF
           PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-EXT-ERRO-SAIDA        EQUAL "S"
               MOVE "Erro ao gravar o arquivo do extrato"
                                       TO W-EXT-ERRO
               GO TO 5000-99-FIM
           END-IF

           MOVE WID-ARQ-EXTR-CONS      TO W-ARQ-RELATO
           MOVE "GCC205P"              TO W-MSC-PROGRAMA
           MOVE SPACES                 TO W-MSC-DETALHE
           STRING "EXTRATO " FUNCTION TRIM(W-EXT-NOME)
                  DELIMITED BY SIZE INTO W-MSC-DETALHE
           PERFORM 7166-REGISTRAR-VISAO-ABERTA
           PERFORM 8600-ENVIAR-RELATORIO
           PERFORM 5900-REGISTRAR-EXECUCAO.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5050-PREPARAR-FILTROS           SECTION.
      *----------------------------------------------------------------*
      * Mascaras do perfil de quem gera, pela politica de
      * mascaramento do GCC206P. Filtro sobre campo mascarado e
      * recusado - deixaria deduzir o valor oculto.
           MOVE "N"                    TO W-EXT-MASC-IDENT
           IF  W-MSC-IDENT-PARCIAL
               MOVE "S"                TO W-EXT-MASC-IDENT
           END-IF
           MOVE "N"                    TO W-EXT-MASC-CONTATO
           IF  W-MSC-CONTATO-OCULTO
               MOVE "S"                TO W-EXT-MASC-CONTATO
           END-IF

           IF  CEXT-CAMPO(1)           EQUAL ZEROS
               MOVE "Consulta sem campos de saida"
                                       TO W-EXT-ERRO
               GO TO 5050-99-FIM
           END-IF

      * Telefone (11) e e-mail (12) do cliente na saida pedem a
      * conferencia do opt-out de contato.
           MOVE "N"                    TO W-EXT-USA-FONE
                                          W-EXT-USA-EMAIL
           PERFORM VARYING W-EXT-SUB FROM 1 BY 1
                   UNTIL W-EXT-SUB GREATER 15
                      OR CEXT-CAMPO(W-EXT-SUB) EQUAL ZEROS
               IF  CEXT-CAMPO(W-EXT-SUB) EQUAL 11
                   MOVE "S"            TO W-EXT-USA-FONE
               END-IF
               IF  CEXT-CAMPO(W-EXT-SUB) EQUAL 12
                   MOVE "S"            TO W-EXT-USA-EMAIL
               END-IF
           END-PERFORM

           MOVE ZEROS                  TO W-QTDE-FIL
           PERFORM VARYING W-EXT-SUB-FIL FROM 1 BY 1
                   UNTIL W-EXT-SUB-FIL GREATER 5
                      OR W-EXT-ERRO NOT EQUAL SPACES
               IF  CEXT-FIL-CAMPO(W-EXT-SUB-FIL) GREATER ZEROS
                   PERFORM 5060-INCLUIR-FILTRO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       5050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5060-INCLUIR-FILTRO             SECTION.
      *----------------------------------------------------------------*

           MOVE CEXT-FIL-CAMPO(W-EXT-SUB-FIL) TO W-EXT-CAMPO
           IF  W-EXT-CAMPO             GREATER W-QTDE-CATALOGO
               MOVE "Filtro em campo inexistente"
                                       TO W-EXT-ERRO
               GO TO 5060-99-FIM
           END-IF
           PERFORM 5460-CAMPO-MASCARADO
           IF  W-EXT-MASCARADO         EQUAL "S"
               MOVE "Filtro em campo mascarado para o seu perfil"
                                       TO W-EXT-ERRO
               GO TO 5060-99-FIM
           END-IF

           ADD 1                       TO W-QTDE-FIL
           MOVE W-EXT-CAMPO            TO W-FIL-CAMPO(W-QTDE-FIL)
           MOVE CEXT-FIL-TIPO(W-EXT-SUB-FIL)
                                       TO W-FIL-TIPO(W-QTDE-FIL)

           MOVE CEXT-FIL-DE(W-EXT-SUB-FIL) TO W-EXT-TXT
           PERFORM 5070-NORMALIZAR-VALOR
           MOVE W-EXT-COMPARA          TO W-FIL-DE(W-QTDE-FIL)
           MOVE W-EXT-TAM              TO W-FIL-TAM(W-QTDE-FIL)

           IF  CEXT-FIL-ATE(W-EXT-SUB-FIL) EQUAL SPACES
               MOVE HIGH-VALUES        TO W-FIL-ATE(W-QTDE-FIL)
           ELSE
               MOVE CEXT-FIL-ATE(W-EXT-SUB-FIL) TO W-EXT-TXT
               PERFORM 5070-NORMALIZAR-VALOR
               MOVE W-EXT-COMPARA      TO W-FIL-ATE(W-QTDE-FIL)
           END-IF.

      *----------------------------------------------------------------*
       5060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5070-NORMALIZAR-VALOR           SECTION.
      *----------------------------------------------------------------*
      * Valor digitado (W-EXT-TXT) na forma em que o campo W-EXT-CAMPO
      * sai no extrato: numerico com zeros a esquerda no tamanho do
      * campo (menos no "comeca com"), texto em maiusculas. Devolve
      * em W-EXT-TAM o tamanho util do valor.
           MOVE SPACES                 TO W-EXT-COMPARA
           MOVE FUNCTION TRIM(W-EXT-TXT) TO W-EXT-TXT

           IF  W-CAT-TIPO(W-EXT-CAMPO) EQUAL "N" AND
               W-FIL-TIPO(W-QTDE-FIL)  NOT EQUAL "C"
               MOVE FUNCTION NUMVAL(W-EXT-TXT) TO W-EXT-NUM
               MOVE W-CAT-TAM(W-EXT-CAMPO) TO W-EXT-TAM
               COMPUTE W-EXT-INI = 16 - W-EXT-TAM
               MOVE W-EXT-NUM-X(W-EXT-INI:W-EXT-TAM)
                                       TO W-EXT-COMPARA
           ELSE
               MOVE W-EXT-TXT          TO W-EXT-COMPARA
               INSPECT W-EXT-COMPARA
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE ZEROS              TO W-EXT-TAM
               INSPECT W-EXT-TXT TALLYING W-EXT-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

      *----------------------------------------------------------------*
       5070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-SELECIONAR-CLIENTES        SECTION.
      *----------------------------------------------------------------*
      * Percorre os clientes e, para cada um, as linhas de negocio da
      * atribuicao; cliente sem atribuicao sai uma vez, com as colunas
      * de vendedor e supervisor em branco.
           READ ARQ-CLIENTE NEXT
           PERFORM UNTIL NOT FS-OK
               PERFORM 5150-LINHAS-DO-CLIENTE
               READ ARQ-CLIENTE NEXT
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5150-LINHAS-DO-CLIENTE          SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-EXT-TEM-DIST
                                          W-EXT-CLIE-SAIU
           PERFORM 5170-VERIFICAR-OPTOUT

           IF  W-EXT-DIST-ABERTO       EQUAL "S"
               MOVE CLIE-CODIGO        TO DIST-CLIE-CODIGO
               MOVE ZEROS              TO DIST-LINHA
               START ARQ-DIST KEY IS NOT LESS THAN DIST-CHAVE
               IF  FS-OK
                   READ ARQ-DIST NEXT
               END-IF
               PERFORM UNTIL NOT FS-OK
                          OR DIST-CLIE-CODIGO NOT EQUAL CLIE-CODIGO
                   MOVE "S"            TO W-EXT-TEM-DIST
                   PERFORM 5160-OBTER-VEND-SUPERV
                   PERFORM 5200-AVALIAR-LINHA
                   READ ARQ-DIST NEXT
               END-PERFORM
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           IF  W-EXT-TEM-DIST          EQUAL "N"
               PERFORM 5200-AVALIAR-LINHA
           END-IF

      * Cliente no extrato com canal selecionado em opt-out: uma
      * linha no log de supressoes, como no delta do CRM.
           IF  W-EXT-OPTOUT-CLIE       EQUAL "S" AND
               W-EXT-CLIE-SAIU         EQUAL "S"
               PERFORM 7638-GRAVAR-ARQ-SUPR-CONTATO
           END-IF.

      *----------------------------------------------------------------*
       5150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5160-OBTER-VEND-SUPERV          SECTION.
      *----------------------------------------------------------------*
      * Vendedor fora do cadastro fica com codigo e nome da propria
      * atribuicao.
           INITIALIZE REG-ARQ-VENDEDOR
                      REG-ARQ-SUPERVISOR
           MOVE "N"                    TO W-REG-ENCONTRADO

           IF  W-EXT-VEND-ABERTO       EQUAL "S"
               MOVE DIST-VEND-CODIGO   TO VEND-CODIGO
               READ ARQ-VENDEDOR KEY IS VEND-CODIGO
                        INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                    NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
               END-READ
           END-IF
           IF  W-REG-ENCONTRADO        EQUAL "N"
               INITIALIZE REG-ARQ-VENDEDOR
               MOVE DIST-VEND-CODIGO   TO VEND-CODIGO
               MOVE DIST-VEND-RAZAO-SOCIAL
                                       TO VEND-RAZAO-SOCIAL
           END-IF

           IF  W-EXT-SUP-ABERTO        EQUAL "S" AND
               VEND-SUPERVISOR         NUMERIC AND
               VEND-SUPERVISOR         GREATER ZEROS
               MOVE VEND-SUPERVISOR    TO SUP-CODIGO
               READ ARQ-SUPERVISOR KEY IS SUP-CODIGO
                        INVALID KEY MOVE SPACES TO SUP-NOME
               END-READ
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       5160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5170-VERIFICAR-OPTOUT           SECTION.
      *----------------------------------------------------------------*
      * Canais em opt-out do cliente corrente (7637). E-mail sai em
      * branco com opt-out de e-mail; telefone, com opt-out de
      * telefone e de WhatsApp, como na ficha de contatos.
           MOVE "N"                    TO W-EXT-OPTOUT-CLIE
           MOVE CLIE-CODIGO            TO W-CNS-CLIE-CODIGO
           PERFORM 7637-VERIFICAR-OPTOUT-CLIE
           IF  W-CNS-SEM-OPTOUT
               GO TO 5170-99-FIM
           END-IF

           IF  W-EXT-USA-EMAIL         EQUAL "S" AND
               W-CNS-OPTOUT-EMAIL
               MOVE "S"                TO W-EXT-OPTOUT-CLIE
           END-IF
           IF  W-EXT-USA-FONE          EQUAL "S" AND
               W-CNS-OPTOUT-FONE       AND
               W-CNS-OPTOUT-WHATS
               MOVE "S"                TO W-EXT-OPTOUT-CLIE
           END-IF.

      *----------------------------------------------------------------*
       5170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-AVALIAR-LINHA              SECTION.
      *----------------------------------------------------------------*
      * Todos os filtros precisam ser atendidos. A linha do extrato
      * e as chaves de ordenacao saem com os valores ja mascarados.
           MOVE "S"                    TO W-EXT-PASSOU
           PERFORM VARYING W-EXT-SUB-FIL FROM 1 BY 1
                   UNTIL W-EXT-SUB-FIL GREATER W-QTDE-FIL
                      OR W-EXT-PASSOU EQUAL "N"
               PERFORM 5250-APLICAR-FILTRO
           END-PERFORM
           IF  W-EXT-PASSOU            EQUAL "N"
               GO TO 5200-99-FIM
           END-IF

           MOVE SPACES                 TO W-EXT-LINHA
           MOVE 1                      TO W-EXT-PTR
           PERFORM VARYING W-EXT-SUB FROM 1 BY 1
                   UNTIL W-EXT-SUB GREATER 15
                      OR CEXT-CAMPO(W-EXT-SUB) EQUAL ZEROS
               MOVE CEXT-CAMPO(W-EXT-SUB) TO W-EXT-CAMPO
               PERFORM 5300-OBTER-VALOR
               PERFORM 5400-MASCARAR-VALOR
               PERFORM 5450-ACRESCENTAR-COLUNA
           END-PERFORM

           MOVE SPACES                 TO SORT-EXT-CHAVES
           PERFORM VARYING W-EXT-SUB-ORD FROM 1 BY 1
                   UNTIL W-EXT-SUB-ORD GREATER 3
               IF  CEXT-ORD-CAMPO(W-EXT-SUB-ORD) GREATER ZEROS
                   MOVE CEXT-ORD-CAMPO(W-EXT-SUB-ORD) TO W-EXT-CAMPO
                   PERFORM 5300-OBTER-VALOR
                   PERFORM 5400-MASCARAR-VALOR
                   IF  CEXT-ORD-DESC(W-EXT-SUB-ORD)
                       MOVE W-EXT-VALOR
                                  TO SORT-EXT-KD(W-EXT-SUB-ORD)
                   ELSE
                       MOVE W-EXT-VALOR
                                  TO SORT-EXT-KA(W-EXT-SUB-ORD)
                   END-IF
               END-IF
           END-PERFORM

           MOVE "S"                    TO W-EXT-CLIE-SAIU
           ADD 1                       TO W-EXT-SEQ
           MOVE W-EXT-SEQ              TO SORT-EXT-SEQ
           MOVE W-EXT-LINHA            TO SORT-EXT-LINHA
           RELEASE REG-SORT-EXT.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5250-APLICAR-FILTRO             SECTION.
      *----------------------------------------------------------------*
      * I = igual, F = faixa de/ate (inclusive), C = comeca com.
           MOVE W-FIL-CAMPO(W-EXT-SUB-FIL) TO W-EXT-CAMPO
           PERFORM 5300-OBTER-VALOR
           MOVE W-EXT-VALOR            TO W-EXT-COMPARA
           INSPECT W-EXT-COMPARA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           EVALUATE W-FIL-TIPO(W-EXT-SUB-FIL)
               WHEN "I"
                   IF  W-EXT-COMPARA NOT EQUAL
                                     W-FIL-DE(W-EXT-SUB-FIL)
                       MOVE "N"        TO W-EXT-PASSOU
                   END-IF
               WHEN "F"
                   IF  W-EXT-COMPARA LESS W-FIL-DE(W-EXT-SUB-FIL) OR
                       W-EXT-COMPARA GREATER W-FIL-ATE(W-EXT-SUB-FIL)
                       MOVE "N"        TO W-EXT-PASSOU
                   END-IF
               WHEN "C"
                   MOVE W-FIL-TAM(W-EXT-SUB-FIL) TO W-EXT-TAM
                   IF  W-EXT-TAM       GREATER ZEROS
                       IF  W-EXT-COMPARA(1:W-EXT-TAM) NOT EQUAL
                           W-FIL-DE(W-EXT-SUB-FIL)(1:W-EXT-TAM)
                           MOVE "N"    TO W-EXT-PASSOU
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       5250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5300-OBTER-VALOR                SECTION.
      *----------------------------------------------------------------*
      * Valor do campo W-EXT-CAMPO do catalogo na linha corrente.
           MOVE SPACES                 TO W-EXT-VALOR

           IF  W-EXT-CAMPO             GREATER 16 AND
               W-EXT-TEM-DIST          EQUAL "N"
               GO TO 5300-99-FIM
           END-IF

           EVALUATE W-EXT-CAMPO
               WHEN 01  MOVE CLIE-CODIGO        TO W-EXT-VALOR
               WHEN 02  MOVE CLIE-CNPJ          TO W-EXT-VALOR
               WHEN 03  MOVE CLIE-RAZAO-SOCIAL  TO W-EXT-VALOR
               WHEN 04  MOVE CLIE-SITUACAO      TO W-EXT-VALOR
               WHEN 05  MOVE CLIE-SEGMENTO      TO W-EXT-VALOR
               WHEN 06  MOVE CLIE-TERRITORIO    TO W-EXT-VALOR
               WHEN 07  MOVE CLIE-MUNICIPIO     TO W-EXT-VALOR
               WHEN 08  MOVE CLIE-UF            TO W-EXT-VALOR
               WHEN 09  MOVE CLIE-CEP           TO W-EXT-VALOR
               WHEN 10  MOVE CLIE-ENDERECO      TO W-EXT-VALOR
               WHEN 11
                   IF  NOT (W-CNS-OPTOUT-FONE AND W-CNS-OPTOUT-WHATS)
                       MOVE CLIE-TELEFONE       TO W-EXT-VALOR
                   END-IF
               WHEN 12
                   IF  NOT W-CNS-OPTOUT-EMAIL
                       MOVE CLIE-EMAIL          TO W-EXT-VALOR
                   END-IF
               WHEN 13  MOVE CLIE-DATA-CADASTRO TO W-EXT-VALOR
               WHEN 14
                   IF  CLIE-CNAE       NUMERIC
                       MOVE CLIE-CNAE           TO W-EXT-VALOR
                   END-IF
               WHEN 15  MOVE CLIE-PORTE         TO W-EXT-VALOR
               WHEN 16  MOVE CLIE-BLOQ-CREDITO  TO W-EXT-VALOR
               WHEN 17  MOVE DIST-LINHA         TO W-EXT-VALOR
               WHEN 18  MOVE VEND-CODIGO        TO W-EXT-VALOR
               WHEN 19  MOVE VEND-RAZAO-SOCIAL  TO W-EXT-VALOR
               WHEN 20  MOVE VEND-TELEFONE      TO W-EXT-VALOR
               WHEN 21  MOVE VEND-EMAIL         TO W-EXT-VALOR
               WHEN 22
                   IF  SUP-CODIGO      NUMERIC AND
                       SUP-CODIGO      GREATER ZEROS
                       MOVE SUP-CODIGO          TO W-EXT-VALOR
                   END-IF
               WHEN 23  MOVE SUP-NOME           TO W-EXT-VALOR
           END-EVALUATE.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5400-MASCARAR-VALOR             SECTION.
      *----------------------------------------------------------------*
      * CNPJ mascarado mostra so os dois primeiros e os dois ultimos
      * digitos; contato mascarado sai como "***".
           PERFORM 5460-CAMPO-MASCARADO
           IF  W-EXT-MASCARADO         EQUAL "S" AND
               W-EXT-VALOR             NOT EQUAL SPACES
               IF  W-CAT-MASC-IDENT(W-EXT-CAMPO)
                   MOVE "**********"   TO W-EXT-VALOR(3:10)
               ELSE
                   MOVE "***"          TO W-EXT-VALOR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       5400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5450-ACRESCENTAR-COLUNA         SECTION.
      *----------------------------------------------------------------*
      * Cada coluna seguida do separador, como no extrato BI; o
      * separador dentro do valor vira espaco.
           INSPECT W-EXT-VALOR REPLACING ALL W-EXT-DELIM BY SPACE
           IF  W-EXT-VALOR             NOT EQUAL SPACES
               STRING FUNCTION TRIM(W-EXT-VALOR)
                      DELIMITED BY SIZE
                      INTO W-EXT-LINHA WITH POINTER W-EXT-PTR
           END-IF
           STRING W-EXT-DELIM          DELIMITED BY SIZE
                  INTO W-EXT-LINHA WITH POINTER W-EXT-PTR.

      *----------------------------------------------------------------*
       5450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5460-CAMPO-MASCARADO            SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-EXT-MASCARADO
           IF  W-CAT-MASC-IDENT(W-EXT-CAMPO) AND
               W-EXT-MASC-IDENT        EQUAL "S"
               MOVE "S"                TO W-EXT-MASCARADO
           END-IF
           IF  W-CAT-MASC-CONTATO(W-EXT-CAMPO) AND
               W-EXT-MASC-CONTATO      EQUAL "S"
               MOVE "S"                TO W-EXT-MASCARADO
           END-IF.

      *----------------------------------------------------------------*
       5460-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5600-GRAVAR-EXTRATO             SECTION.
      *----------------------------------------------------------------*
      * Cabecalho com os nomes das colunas e as linhas ja ordenadas.
           OPEN OUTPUT ARQ-EXTR-CONS
           IF  NOT FS-OK
               MOVE "S"                TO W-EXT-ERRO-SAIDA
               GO TO 5600-99-FIM
           END-IF

           MOVE SPACES                 TO W-EXT-LINHA
           MOVE 1                      TO W-EXT-PTR
           PERFORM VARYING W-EXT-SUB FROM 1 BY 1
                   UNTIL W-EXT-SUB GREATER 15
                      OR CEXT-CAMPO(W-EXT-SUB) EQUAL ZEROS
               MOVE CEXT-CAMPO(W-EXT-SUB) TO W-EXT-CAMPO
               MOVE W-CAT-COLUNA(W-EXT-CAMPO) TO W-EXT-VALOR
               PERFORM 5450-ACRESCENTAR-COLUNA
           END-PERFORM
           WRITE REG-ARQ-EXTR-CONS     FROM W-EXT-LINHA

           MOVE "N"                    TO W-EXT-FIM-SORT
           RETURN ARQ-SORT-EXT
               AT END MOVE "S"         TO W-EXT-FIM-SORT
           END-RETURN
           PERFORM UNTIL W-EXT-FIM-SORT EQUAL "S"
               WRITE REG-ARQ-EXTR-CONS FROM SORT-EXT-LINHA
               ADD 1                   TO W-EXT-QTDE
               RETURN ARQ-SORT-EXT
                   AT END MOVE "S"     TO W-EXT-FIM-SORT
               END-RETURN
           END-PERFORM

           CLOSE ARQ-EXTR-CONS.

      *----------------------------------------------------------------*
       5600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-REGISTRAR-EXECUCAO         SECTION.
      *----------------------------------------------------------------*
      * Data e quantidade da ultima geracao na propria consulta.
           PERFORM 7141-ABRIR-ARQ-CONSULTA-EXT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 5900-99-FIM
           END-IF
           MOVE W-EXT-NOME             TO CEXT-NOME
           PERFORM 7143-LER-ARQ-CONSULTA-EXT-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               ACCEPT CEXT-ULT-EXEC-DATA FROM DATE YYYYMMDD
               MOVE W-EXT-QTDE         TO CEXT-ULT-EXEC-QTDE
               PERFORM 7146-GRAVAR-ARQ-CONSULTA-EXT
           END-IF
           PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-LOCALIZAR-CONSULTA         SECTION.
      *----------------------------------------------------------------*
      * Pede o nome, le a consulta com o arquivo aberto em I-O e
      * confere se o operador e o dono ou gestor. Encontrada e
      * permitida, devolve W-REG-ENCONTRADO = "S" com o arquivo
      * aberto para a regravacao; nos demais casos ja o fecha.
           MOVE "N"                    TO W-REG-ENCONTRADO
           MOVE "<Esc> Voltar"         TO W-STATUS
           INITIALIZE REG-ARQ-CONSULTA-EXT
           DISPLAY S-CLS
           DISPLAY S-TELA-CONSULTA-EXT
           DISPLAY S-TELA-DADOS-CONS

           ACCEPT S-CEXT-NOME
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6000-99-FIM
           END-IF
           MOVE CEXT-NOME              TO W-EXT-NOME
           PERFORM 6100-NORMALIZAR-NOME
           IF  W-EXT-NOME              EQUAL SPACES
               GO TO 6000-99-FIM
           END-IF

           PERFORM 7141-ABRIR-ARQ-CONSULTA-EXT
           IF  NOT FS-OK
               STRING "Erro ao abrir ARQ-CONSULTA-EXT. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6000-99-FIM
           END-IF

           MOVE W-EXT-NOME             TO CEXT-NOME
           PERFORM 7143-LER-ARQ-CONSULTA-EXT-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
               MOVE "Consulta nao cadastrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6000-99-FIM
           END-IF

           DISPLAY S-TELA-CONSULTA-EXT
           DISPLAY S-TELA-DADOS-CONS

           IF  NOT W-PERFIL-GESTOR AND
               CEXT-OPERADOR           NOT EQUAL W-OPERADOR
               MOVE "N"                TO W-REG-ENCONTRADO
               PERFORM 7149-FECHAR-ARQ-CONSULTA-EXT
               MOVE "Somente o dono da consulta ou o gestor, tecle <E
      -            "nter>"             TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-NORMALIZAR-NOME            SECTION.
      *----------------------------------------------------------------*
      * Nome da consulta sem brancos a esquerda e em maiusculas.
           MOVE FUNCTION TRIM(W-EXT-NOME) TO W-EXT-NOME
           INSPECT W-EXT-NOME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-ACEITAR-DADOS              SECTION.
      *----------------------------------------------------------------*
      * Aceita a definicao ate ficar valida ou o operador desistir.
           MOVE "N"                    TO W-RETORNAR
                                          W-CAMPO-VALIDADO
           MOVE "<Esc> Voltar <Enter> Confirmar"
                                       TO W-STATUS
           DISPLAY S-STATUS
           PERFORM UNTIL W-CAMPO-VALIDADO EQUAL "S"
                      OR W-RETORNAR EQUAL "S"
               ACCEPT S-TELA-DADOS-CONS
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-RETORNAR
               ELSE
                   PERFORM 6300-VALIDAR-CONSULTA
                   IF  W-MSGERRO       EQUAL SPACES
                       MOVE "S"        TO W-CAMPO-VALIDADO
                   ELSE
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
                   DISPLAY S-TELA-DADOS-CONS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-VALIDAR-CONSULTA           SECTION.
      *----------------------------------------------------------------*
      * Campos de saida em sequencia (zero encerra), filtros com tipo
      * e valor coerentes com o campo, ordenacao A ou D.
           MOVE SPACES                 TO W-MSGERRO

           IF  CEXT-DESCRICAO          EQUAL SPACES
               MOVE "Descricao obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           IF  CEXT-CAMPO(1)           EQUAL ZEROS
               MOVE "Informe ao menos um campo de saida, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6300-99-FIM
           END-IF

           PERFORM VARYING W-EXT-SUB FROM 1 BY 1
                   UNTIL W-EXT-SUB GREATER 15
                      OR W-MSGERRO NOT EQUAL SPACES
               IF  CEXT-CAMPO(W-EXT-SUB) GREATER W-QTDE-CATALOGO
                   MOVE "Campo de saida inexistente, tecle <Enter>"
                                       TO W-MSGERRO
               END-IF
               IF  W-EXT-SUB           LESS 15 AND
                   CEXT-CAMPO(W-EXT-SUB)     EQUAL ZEROS AND
                   CEXT-CAMPO(W-EXT-SUB + 1) GREATER ZEROS
                   MOVE "Campos de saida sem intervalo (zero encerra),
      -                " tecle <Enter>" TO W-MSGERRO
               END-IF
           END-PERFORM
           IF  W-MSGERRO               NOT EQUAL SPACES
               GO TO 6300-99-FIM
           END-IF

           PERFORM VARYING W-EXT-SUB-FIL FROM 1 BY 1
                   UNTIL W-EXT-SUB-FIL GREATER 5
                      OR W-MSGERRO NOT EQUAL SPACES
               PERFORM 6310-VALIDAR-FILTRO
           END-PERFORM
           IF  W-MSGERRO               NOT EQUAL SPACES
               GO TO 6300-99-FIM
           END-IF

           PERFORM VARYING W-EXT-SUB-ORD FROM 1 BY 1
                   UNTIL W-EXT-SUB-ORD GREATER 3
                      OR W-MSGERRO NOT EQUAL SPACES
               INSPECT CEXT-ORD-SENTIDO(W-EXT-SUB-ORD)
                   CONVERTING "ad" TO "AD"
               EVALUATE TRUE
                   WHEN CEXT-ORD-CAMPO(W-EXT-SUB-ORD) EQUAL ZEROS
                       MOVE SPACES
                               TO CEXT-ORD-SENTIDO(W-EXT-SUB-ORD)
                   WHEN CEXT-ORD-CAMPO(W-EXT-SUB-ORD)
                                       GREATER W-QTDE-CATALOGO
                       MOVE "Campo de ordenacao inexistente, tecle <En
      -                    "ter>"      TO W-MSGERRO
                   WHEN CEXT-ORD-SENTIDO(W-EXT-SUB-ORD) EQUAL SPACE
                       MOVE "A"
                               TO CEXT-ORD-SENTIDO(W-EXT-SUB-ORD)
                   WHEN CEXT-ORD-SENTIDO(W-EXT-SUB-ORD) NOT EQUAL "A"
                    AND CEXT-ORD-SENTIDO(W-EXT-SUB-ORD) NOT EQUAL "D"
                       MOVE "Sentido da ordenacao: A ou D, tecle <Ente
      -                    "r>"        TO W-MSGERRO
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6310-VALIDAR-FILTRO             SECTION.
      *----------------------------------------------------------------*

           IF  CEXT-FIL-CAMPO(W-EXT-SUB-FIL) EQUAL ZEROS
               MOVE SPACES TO CEXT-FIL-TIPO(W-EXT-SUB-FIL)
                              CEXT-FIL-DE(W-EXT-SUB-FIL)
                              CEXT-FIL-ATE(W-EXT-SUB-FIL)
               GO TO 6310-99-FIM
           END-IF

           IF  CEXT-FIL-CAMPO(W-EXT-SUB-FIL) GREATER W-QTDE-CATALOGO
               MOVE "Campo de filtro inexistente, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6310-99-FIM
           END-IF

           INSPECT CEXT-FIL-TIPO(W-EXT-SUB-FIL)
               CONVERTING "ifc" TO "IFC"
           IF  NOT CEXT-FIL-IGUAL(W-EXT-SUB-FIL) AND
               NOT CEXT-FIL-FAIXA(W-EXT-SUB-FIL) AND
               NOT CEXT-FIL-INICIO(W-EXT-SUB-FIL)
               MOVE "Tipo de filtro: I, F ou C, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6310-99-FIM
           END-IF

           IF  CEXT-FIL-DE(W-EXT-SUB-FIL) EQUAL SPACES
               MOVE "Informe o valor do filtro, tecle <Enter>"
                                       TO W-MSGERRO
               GO TO 6310-99-FIM
           END-IF
           IF  NOT CEXT-FIL-FAIXA(W-EXT-SUB-FIL)
               MOVE SPACES             TO CEXT-FIL-ATE(W-EXT-SUB-FIL)
           END-IF

      * Igual e faixa em campo numerico so aceitam digitos.
           MOVE CEXT-FIL-CAMPO(W-EXT-SUB-FIL) TO W-EXT-CAMPO
           IF  W-CAT-TIPO(W-EXT-CAMPO) EQUAL "N" AND
               NOT CEXT-FIL-INICIO(W-EXT-SUB-FIL)
               MOVE CEXT-FIL-DE(W-EXT-SUB-FIL) TO W-EXT-TXT
               PERFORM 6350-CONFERIR-NUMERICO
               IF  W-EXT-NUMERICO      EQUAL "S" AND
                   CEXT-FIL-ATE(W-EXT-SUB-FIL) NOT EQUAL SPACES
                   MOVE CEXT-FIL-ATE(W-EXT-SUB-FIL) TO W-EXT-TXT
                   PERFORM 6350-CONFERIR-NUMERICO
               END-IF
               IF  W-EXT-NUMERICO      EQUAL "N"
                   MOVE "Campo numerico: filtro so com digitos, tecle
      -                " <Enter>"      TO W-MSGERRO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6350-CONFERIR-NUMERICO          SECTION.
      *----------------------------------------------------------------*
      * W-EXT-TXT com ate 15 digitos seguidos, sem sinal nem ponto.
           MOVE "N"                    TO W-EXT-NUMERICO
           MOVE FUNCTION TRIM(W-EXT-TXT) TO W-EXT-TXT
           MOVE ZEROS                  TO W-EXT-TAM
           INSPECT W-EXT-TXT TALLYING W-EXT-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF  W-EXT-TAM               GREATER ZEROS AND
               W-EXT-TAM               NOT GREATER 15
               IF  W-EXT-TXT(1:W-EXT-TAM) NUMERIC
                   MOVE "S"            TO W-EXT-NUMERICO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas consultas salvas do extrato sob medida
       COPY ".\copybooks\GCC205R.cpy".
      * Rotinas fila de pedidos de relatorio
       COPY ".\copybooks\GCC204R.cpy".
      * Rotina controle de sequencia de codigos
       COPY ".\copybooks\GCC088R.cpy".
      * Rotinas arquivo de parametros gerais
       COPY ".\copybooks\GCC064R.cpy".
      * Rotinas cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas consentimento de contato e log de supressoes
       COPY ".\copybooks\GCC154R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
