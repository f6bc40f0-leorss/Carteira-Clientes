      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC148P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC148P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Mix de produtos por cliente - relatorio por   *
      *                  vendedor com as linhas de produto que cada    *
      *                  cliente comprou no periodo e as linhas que    *
      *                  os clientes semelhantes (mesmo segmento e     *
      *                  territorio) compram e ele nao - a lista de    *
      *                  venda cruzada da equipe. Primeira passada     *
      *                  conta, por grupo, quantos clientes ativos     *
      *                  compram cada linha; a segunda percorre a      *
      *                  carteira de cada vendedor em ARQ-DIST.        *
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
      * Arquivo distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Cadastro de produtos
       COPY ".\copybooks\GCC147FC.cpy".
      * Arquivo de itens de nota fiscal
       COPY ".\copybooks\GCC148FC.cpy".
      * Arquivo relatorio
       COPY ".\copybooks\GCC021FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Cadastro de produtos
       COPY ".\copybooks\GCC147FD.cpy".
      * Arquivo de itens de nota fiscal
       COPY ".\copybooks\GCC148FD.cpy".
      * Arquivo relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

       01  W-FILTROS-MIX.
           05  W-MIX-VENDEDOR          PIC 9(07) VALUE ZEROS.
           05  W-MIX-MESES             PIC 9(02) VALUE 12.
           05  W-MIX-PCT-MIN           PIC 9(03) VALUE 50.

       01  W-CAMPOS-MIX.
           05  W-MIX-HOJE              PIC 9(08) VALUE ZEROS.
           05  FILLER REDEFINES W-MIX-HOJE.
               10  W-MIX-HOJE-ANO      PIC 9(04).
               10  W-MIX-HOJE-MES      PIC 9(02).
               10  FILLER              PIC 9(02).
           05  W-MIX-COMP-INICIO       PIC 9(06) VALUE ZEROS.
           05  W-MIX-COMP-FIM          PIC 9(06) VALUE ZEROS.
           05  W-MIX-MESES-CORRIDOS    PIC 9(06) VALUE ZEROS.
           05  W-MIX-ANO               PIC 9(04) VALUE ZEROS.
           05  W-MIX-MES               PIC 9(02) VALUE ZEROS.
           05  W-MIX-ULT-PRODUTO       PIC X(10) VALUE SPACES.
           05  W-MIX-ULT-LINHA         PIC 9(03) COMP VALUE ZEROS.
           05  W-MIX-PCT               PIC 9(03) VALUE ZEROS.
           05  W-MIX-PCT-ED            PIC ZZ9.
           05  W-MIX-ESTOUROU-LIN      PIC X(01) VALUE "N".
           05  W-MIX-ESTOUROU-GRP      PIC X(01) VALUE "N".
           05  W-MIX-TEM-ITENS         PIC X(01) VALUE "N".
           05  W-MIX-QTDE-COMPRA       PIC 9(03) VALUE ZEROS.
           05  W-MIX-QTDE-OPORT        PIC 9(03) VALUE ZEROS.
           05  W-MIX-VEND-ATUAL        PIC 9(07) VALUE ZEROS.
           05  W-MIX-VEND-CLIENTES     PIC 9(07) VALUE ZEROS.
           05  W-MIX-VEND-COM-OPORT    PIC 9(07) VALUE ZEROS.
           05  W-MIX-TOT-CLIENTES      PIC 9(07) VALUE ZEROS.

      * Linhas de produto encontradas nos itens do periodo.
       01  W-TAB-LINHAS.
           05  W-QTDE-TAB-LIN          PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-LIN               PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-LIN-ACHADO        PIC 9(03) COMP VALUE ZEROS.
           05  W-LIN-ITEM              OCCURS 50 TIMES.
               10  W-LIN-CODIGO        PIC X(010).

      * Linhas compradas pelo cliente em analise (S = comprou).
       01  W-TAB-CLIENTE-LINHAS.
           05  W-CLI-COMPROU           OCCURS 50 TIMES PIC X(001).

      * Grupos segmento + territorio: clientes ativos do grupo e,
      * por linha de produto, quantos deles compraram a linha.
       01  W-TAB-GRUPOS.
           05  W-QTDE-TAB-GRP          PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-GRP               PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-GRP-ACHADO        PIC 9(03) COMP VALUE ZEROS.
           05  W-GRP-ITEM              OCCURS 999 TIMES.
               10  W-GRP-SEGMENTO      PIC X(001).
               10  W-GRP-TERRIT        PIC X(005).
               10  W-GRP-QTDE          PIC 9(007).
               10  W-GRP-COMPRA        OCCURS 50 TIMES PIC 9(007).

      * Montagem das listas de linhas na largura do relatorio.
       01  W-CAMPOS-LISTA.
           05  W-LST-ITEM              PIC X(020) VALUE SPACES.
           05  W-LST-TAM               PIC 9(003) VALUE ZEROS.
           05  W-LST-PTR               PIC 9(003) VALUE 1.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(47) VALUE
              "Mix de Produtos - Oportunidades por Vendedor - ".
           05 FILLER               PIC X(08) VALUE "Periodo ".
           05 W-CAB-COMP-INICIO    PIC 9(06).
           05 FILLER               PIC X(03) VALUE " a ".
           05 W-CAB-COMP-FIM       PIC 9(06).
           05 FILLER               PIC X(22) VALUE
              " - Minimo do grupo....".
           05 W-CAB-PCT-MIN        PIC ZZ9.
           05 FILLER               PIC X(01) VALUE "%".

       01  W-CAB-VENDEDOR.
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 W-CV-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CV-RAZAO           PIC X(40).

       01  W-LIN-CLIENTE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LC-RAZAO           PIC X(40).
           05 FILLER               PIC X(06) VALUE " Seg. ".
           05 W-LC-SEGMENTO        PIC X(01).
           05 FILLER               PIC X(08) VALUE "  Terr. ".
           05 W-LC-TERRITORIO      PIC X(05).

       01  W-LIN-LISTA.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 W-LL-ROTULO          PIC X(16).
           05 W-LL-TEXTO           PIC X(100).

       01  W-LIN-TOTAL-VEND.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              "Clientes ativos...: ".
           05 W-TV-CLIENTES        PIC ZZZZZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(26) VALUE
              "Com oportunidade de mix.: ".
           05 W-TV-COM-OPORT       PIC ZZZZZZ9.

       01  W-LIN-AVISO             PIC X(132) VALUE SPACES.

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
       01  S-TELA-MIX.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor (0=todos)..: "
                                       LINE 08 COL 10.
               10  S-MIX-VENDEDOR
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC 9(07)
                                       USING W-MIX-VENDEDOR.
               10  VALUE  "Meses de historico..: "
                                       LINE 10 COL 10.
               10  S-MIX-MESES
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 33 PIC 9(02)
                                       USING W-MIX-MESES.
               10  VALUE  "Minimo do grupo (%).: "
                                       LINE 12 COL 10.
               10  S-MIX-PCT-MIN
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 33 PIC 9(03)
                                       USING W-MIX-PCT-MIN.
               10  VALUE  "Arquivo relatorio...: "
                                       LINE 14 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 33 PIC X(40)
                                       USING W-ARQ-RELATO.
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

           MOVE "Mix de Produtos"      TO W-MODULO
           MOVE WID-ARQ-REL-MIX        TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           DISPLAY S-CLS
           DISPLAY S-TELA-MIX
           ACCEPT S-MIX-VENDEDOR
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
           ELSE
               ACCEPT S-MIX-MESES
               ACCEPT S-MIX-PCT-MIN
               ACCEPT S-NOME-ARQ
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               IF  W-MIX-MESES         EQUAL ZEROS OR
                   W-MIX-PCT-MIN       EQUAL ZEROS OR
                   W-MIX-PCT-MIN       GREATER 100
                   MOVE "Meses e minimo do grupo (1 a 100%) obrigator
      -                 "ios, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 2000-PROCESSAR
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-QTDE-TAB-GRP
                                          W-QTDE-TAB-LIN
                                          W-MIX-TOT-CLIENTES
           MOVE SPACES                 TO W-MIX-ULT-PRODUTO
           MOVE "N"                    TO W-MIX-ESTOUROU-LIN
                                          W-MIX-ESTOUROU-GRP
                                          W-MIX-TEM-ITENS

           PERFORM 2050-CALCULAR-JANELA

           OPEN INPUT ARQ-NOTA-ITEM
           IF  NOT FS-OK
               MOVE "Nenhum item de nota carregado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF
           PERFORM 7541-ABRIR-INPUT-ARQ-PRODUTO
           IF  NOT FS-OK
               PERFORM 7559-FECHAR-ARQ-NOTA-ITEM
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2100-ACUMULAR-GRUPOS
           IF  W-MIX-TEM-ITENS         EQUAL "N"
               MOVE "Nenhuma compra de cliente ativo no periodo, tecl
      -            "e <Enter>"         TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 4000-GRAVAR-RELATORIO
           END-IF

           PERFORM 7549-FECHAR-ARQ-PRODUTO
           PERFORM 7559-FECHAR-ARQ-NOTA-ITEM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2050-CALCULAR-JANELA            SECTION.
      *----------------------------------------------------------------*
      * Periodo analisado: os ultimos W-MIX-MESES meses contando o
      * mes corrente (competencias AAAAMM de inicio e fim).
           ACCEPT W-MIX-HOJE           FROM DATE YYYYMMDD
           MOVE W-MIX-HOJE(1:6)        TO W-MIX-COMP-FIM

           COMPUTE W-MIX-MESES-CORRIDOS =
                   W-MIX-HOJE-ANO * 12 + W-MIX-HOJE-MES - 1
                   - (W-MIX-MESES - 1)
           DIVIDE W-MIX-MESES-CORRIDOS BY 12
                  GIVING W-MIX-ANO REMAINDER W-MIX-MES
           ADD 1                       TO W-MIX-MES
           COMPUTE W-MIX-COMP-INICIO = W-MIX-ANO * 100 + W-MIX-MES.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ACUMULAR-GRUPOS            SECTION.
      *----------------------------------------------------------------*
      * Primeira passada: cada cliente ativo conta no seu grupo
      * segmento + territorio, e cada linha comprada por ele no
      * periodo conta na linha do grupo.
           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF

           PERFORM 7153-LER-PROX-ARQ-CLIE
           PERFORM UNTIL NOT FS-OK
               IF  CLIE-ATIVO
                   PERFORM 2110-ACUMULAR-CLIENTE
               END-IF
               PERFORM 7153-LER-PROX-ARQ-CLIE
           END-PERFORM

           PERFORM 7190-FECHAR-ARQ-CLIE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-ACUMULAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*

           PERFORM 2200-MONTAR-MIX-CLIENTE

           PERFORM 2150-LOCALIZAR-GRUPO
           IF  W-SUB-GRP-ACHADO        EQUAL ZEROS
               GO TO 2110-99-FIM
           END-IF

           ADD 1                       TO W-GRP-QTDE(W-SUB-GRP-ACHADO)
           PERFORM VARYING W-SUB-LIN FROM 1 BY 1
                   UNTIL W-SUB-LIN GREATER W-QTDE-TAB-LIN
               IF  W-CLI-COMPROU(W-SUB-LIN) EQUAL "S"
                   ADD 1 TO W-GRP-COMPRA(W-SUB-GRP-ACHADO, W-SUB-LIN)
                   MOVE "S"            TO W-MIX-TEM-ITENS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-LOCALIZAR-GRUPO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-GRP-ACHADO
           PERFORM VARYING W-SUB-GRP FROM 1 BY 1
                   UNTIL W-SUB-GRP GREATER W-QTDE-TAB-GRP
                      OR W-SUB-GRP-ACHADO GREATER ZEROS
               IF  W-GRP-SEGMENTO(W-SUB-GRP) EQUAL CLIE-SEGMENTO AND
                   W-GRP-TERRIT(W-SUB-GRP)   EQUAL CLIE-TERRITORIO
                   MOVE W-SUB-GRP      TO W-SUB-GRP-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-GRP-ACHADO EQUAL ZEROS
               IF  W-QTDE-TAB-GRP      LESS 999
                   ADD 1               TO W-QTDE-TAB-GRP
                   MOVE W-QTDE-TAB-GRP TO W-SUB-GRP-ACHADO
                   MOVE CLIE-SEGMENTO
                        TO W-GRP-SEGMENTO(W-QTDE-TAB-GRP)
                   MOVE CLIE-TERRITORIO
                        TO W-GRP-TERRIT(W-QTDE-TAB-GRP)
                   MOVE ZEROS TO W-GRP-QTDE(W-QTDE-TAB-GRP)
                   PERFORM VARYING W-SUB-LIN FROM 1 BY 1
                           UNTIL W-SUB-LIN GREATER 50
                       MOVE ZEROS
                         TO W-GRP-COMPRA(W-QTDE-TAB-GRP, W-SUB-LIN)
                   END-PERFORM
               ELSE
                   MOVE "S"            TO W-MIX-ESTOUROU-GRP
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-MONTAR-MIX-CLIENTE         SECTION.
      *----------------------------------------------------------------*
      * Marca as linhas de produto que o cliente comprou no periodo:
      * so notas de venda (devolucao nao conta como compra da linha),
      * lidas pelo indice alternativo de cliente.
           MOVE SPACES                 TO W-TAB-CLIENTE-LINHAS

           MOVE CLIE-CODIGO            TO NITEM-CLIE-CODIGO
           PERFORM 7555-START-ARQ-NOTA-ITEM-CLIE
           IF  FS-OK
               PERFORM 7554-LER-PROX-ARQ-NOTA-ITEM
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR NITEM-CLIE-CODIGO NOT EQUAL CLIE-CODIGO
               IF  NITEM-VENDA AND
                   NITEM-DATA-EMISSAO(1:6) NOT LESS W-MIX-COMP-INICIO
                   PERFORM 2210-MARCAR-LINHA
               END-IF
               PERFORM 7554-LER-PROX-ARQ-NOTA-ITEM
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-MARCAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      * Linha do produto do item; o ultimo produto lido fica
      * guardado, ja que os itens de um cliente repetem muito o
      * mesmo produto.
           IF  NITEM-PRODUTO           NOT EQUAL W-MIX-ULT-PRODUTO
               MOVE NITEM-PRODUTO      TO W-MIX-ULT-PRODUTO
               MOVE ZEROS              TO W-MIX-ULT-LINHA
               MOVE NITEM-PRODUTO      TO PROD-CODIGO
               MOVE "N"                TO W-REG-ENCONTRADO
               PERFORM 7543-LER-ARQ-PRODUTO-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   PERFORM 2220-LOCALIZAR-LINHA
                   MOVE W-SUB-LIN-ACHADO
                                       TO W-MIX-ULT-LINHA
               END-IF
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           IF  W-MIX-ULT-LINHA         GREATER ZEROS
               MOVE "S"                TO W-CLI-COMPROU(W-MIX-ULT-LINHA)
           END-IF.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-LOCALIZAR-LINHA            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-SUB-LIN-ACHADO
           PERFORM VARYING W-SUB-LIN FROM 1 BY 1
                   UNTIL W-SUB-LIN GREATER W-QTDE-TAB-LIN
                      OR W-SUB-LIN-ACHADO GREATER ZEROS
               IF  W-LIN-CODIGO(W-SUB-LIN) EQUAL PROD-LINHA
                   MOVE W-SUB-LIN      TO W-SUB-LIN-ACHADO
               END-IF
           END-PERFORM

           IF  W-SUB-LIN-ACHADO EQUAL ZEROS
               IF  W-QTDE-TAB-LIN      LESS 50
                   ADD 1               TO W-QTDE-TAB-LIN
                   MOVE W-QTDE-TAB-LIN TO W-SUB-LIN-ACHADO
                   MOVE PROD-LINHA     TO W-LIN-CODIGO(W-QTDE-TAB-LIN)
               ELSE
                   MOVE "S"            TO W-MIX-ESTOUROU-LIN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      * Segunda passada: a carteira de cada vendedor pelo indice
      * alternativo de ARQ-DIST (so a do vendedor informado, quando
      * houver filtro).
           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
               GO TO 4000-99-FIM
           END-IF
           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           IF  NOT FS-OK
               PERFORM 7690-FECHAR-ARQ-DIST
               GO TO 4000-99-FIM
           END-IF
           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7190-FECHAR-ARQ-CLIE
               PERFORM 7690-FECHAR-ARQ-DIST
               GO TO 4000-99-FIM
           END-IF

           MOVE W-MIX-COMP-INICIO      TO W-CAB-COMP-INICIO
           MOVE W-MIX-COMP-FIM         TO W-CAB-COMP-FIM
           MOVE W-MIX-PCT-MIN          TO W-CAB-PCT-MIN
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           MOVE ZEROS                  TO W-MIX-VEND-ATUAL
           MOVE W-MIX-VENDEDOR         TO DIST-VEND-CODIGO
           PERFORM 7671-START-ARQ-DIST-VEND
           IF  FS-OK
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR (W-MIX-VENDEDOR NOT EQUAL ZEROS AND
                          DIST-VEND-CODIGO NOT EQUAL W-MIX-VENDEDOR)
               IF  DIST-VEND-CODIGO    NOT EQUAL W-MIX-VEND-ATUAL
                   IF  W-MIX-VEND-ATUAL NOT EQUAL ZEROS
                       PERFORM 4300-TOTAL-VENDEDOR
                   END-IF
                   PERFORM 4200-CABECALHO-VENDEDOR
               END-IF
               PERFORM 4100-IMPRIMIR-CLIENTE
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM
           IF  W-MIX-VEND-ATUAL        NOT EQUAL ZEROS
               PERFORM 4300-TOTAL-VENDEDOR
           END-IF

           IF  W-MIX-TOT-CLIENTES      EQUAL ZEROS
               MOVE "Nenhum cliente ativo na carteira selecionada."
                                       TO W-LIN-AVISO
               WRITE REG-ARQ-RELATO FROM W-LIN-AVISO AFTER 1
           END-IF
           IF  W-MIX-ESTOUROU-LIN      EQUAL "S"
               MOVE "Atencao: mais de 50 linhas de produto - as exced
      -            "entes ficaram fora da analise."
                                       TO W-LIN-AVISO
               WRITE REG-ARQ-RELATO FROM W-LIN-AVISO AFTER 1
           END-IF
           IF  W-MIX-ESTOUROU-GRP      EQUAL "S"
               MOVE "Atencao: mais de 999 grupos segmento/territorio
      -            "- os excedentes ficaram sem comparacao."
                                       TO W-LIN-AVISO
               WRITE REG-ARQ-RELATO FROM W-LIN-AVISO AFTER 1
           END-IF
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 7190-FECHAR-ARQ-CLIE
           PERFORM 7690-FECHAR-ARQ-DIST
           PERFORM 8600-ENVIAR-RELATORIO
           MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-IMPRIMIR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      * Cliente da carteira: linhas compradas no periodo e linhas
      * que pelo menos W-MIX-PCT-MIN % do grupo compram e ele nao.
           MOVE DIST-CLIE-CODIGO       TO CLIE-CODIGO
           READ ARQ-CLIENTE KEY IS CLIE-CODIGO
                INVALID KEY
                    MOVE "00"          TO WS-RESULTADO-ACESSO
                    GO TO 4100-99-FIM
           END-READ
           IF  NOT CLIE-ATIVO
               GO TO 4100-99-FIM
           END-IF

           PERFORM 2200-MONTAR-MIX-CLIENTE
           PERFORM 2150-LOCALIZAR-GRUPO

           ADD 1                       TO W-MIX-VEND-CLIENTES
                                          W-MIX-TOT-CLIENTES
           MOVE CLIE-CODIGO            TO W-LC-CODIGO
           MOVE CLIE-RAZAO-SOCIAL      TO W-LC-RAZAO
           MOVE CLIE-SEGMENTO          TO W-LC-SEGMENTO
           MOVE CLIE-TERRITORIO        TO W-LC-TERRITORIO
           WRITE REG-ARQ-RELATO FROM W-LIN-CLIENTE AFTER 1

           PERFORM 4110-LISTAR-COMPRADAS
           PERFORM 4120-LISTAR-OPORTUNIDADES
           IF  W-MIX-QTDE-OPORT        GREATER ZEROS
               ADD 1                   TO W-MIX-VEND-COM-OPORT
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-LISTAR-COMPRADAS           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-MIX-QTDE-COMPRA
           MOVE "Compra.........:"     TO W-LL-ROTULO
           MOVE SPACES                 TO W-LL-TEXTO
           MOVE 1                      TO W-LST-PTR

           PERFORM VARYING W-SUB-LIN FROM 1 BY 1
                   UNTIL W-SUB-LIN GREATER W-QTDE-TAB-LIN
               IF  W-CLI-COMPROU(W-SUB-LIN) EQUAL "S"
                   ADD 1               TO W-MIX-QTDE-COMPRA
                   MOVE W-LIN-CODIGO(W-SUB-LIN)
                                       TO W-LST-ITEM
                   PERFORM 4150-ACRESCENTAR-LISTA
               END-IF
           END-PERFORM

           IF  W-MIX-QTDE-COMPRA       EQUAL ZEROS
               MOVE "(nenhuma compra no periodo)"
                                       TO W-LST-ITEM
               PERFORM 4150-ACRESCENTAR-LISTA
           END-IF
           PERFORM 4160-DESCARREGAR-LISTA.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4120-LISTAR-OPORTUNIDADES       SECTION.
      *----------------------------------------------------------------*
      * Percentual do grupo = clientes do grupo que compram a linha
      * sobre os clientes ativos do grupo.
           MOVE ZEROS                  TO W-MIX-QTDE-OPORT
           MOVE "Oportunidade...:"     TO W-LL-ROTULO
           MOVE SPACES                 TO W-LL-TEXTO
           MOVE 1                      TO W-LST-PTR

           IF  W-SUB-GRP-ACHADO        GREATER ZEROS
               IF  W-GRP-QTDE(W-SUB-GRP-ACHADO) GREATER ZEROS
                   PERFORM VARYING W-SUB-LIN FROM 1 BY 1
                           UNTIL W-SUB-LIN GREATER W-QTDE-TAB-LIN
                       IF  W-CLI-COMPROU(W-SUB-LIN) NOT EQUAL "S"
                           PERFORM 4125-AVALIAR-LINHA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF  W-MIX-QTDE-OPORT        EQUAL ZEROS
               MOVE "(nenhuma)"        TO W-LST-ITEM
               PERFORM 4150-ACRESCENTAR-LISTA
           END-IF
           PERFORM 4160-DESCARREGAR-LISTA.

      *----------------------------------------------------------------*
       4120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4125-AVALIAR-LINHA              SECTION.
      *----------------------------------------------------------------*

           IF  W-GRP-COMPRA(W-SUB-GRP-ACHADO, W-SUB-LIN) EQUAL ZEROS
               GO TO 4125-99-FIM
           END-IF

           COMPUTE W-MIX-PCT ROUNDED =
                   W-GRP-COMPRA(W-SUB-GRP-ACHADO, W-SUB-LIN) * 100
                   / W-GRP-QTDE(W-SUB-GRP-ACHADO)
           IF  W-MIX-PCT               LESS W-MIX-PCT-MIN
               GO TO 4125-99-FIM
           END-IF

           ADD 1                       TO W-MIX-QTDE-OPORT
           MOVE W-MIX-PCT              TO W-MIX-PCT-ED
           MOVE SPACES                 TO W-LST-ITEM
           STRING FUNCTION TRIM(W-LIN-CODIGO(W-SUB-LIN))
                  " (" FUNCTION TRIM(W-MIX-PCT-ED) "%)"
                  DELIMITED BY SIZE INTO W-LST-ITEM
           PERFORM 4150-ACRESCENTAR-LISTA.

      *----------------------------------------------------------------*
       4125-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4150-ACRESCENTAR-LISTA          SECTION.
      *----------------------------------------------------------------*
      * Acrescenta W-LST-ITEM a linha em montagem; linha cheia vai
      * para o relatorio e a lista continua na linha seguinte.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(W-LST-ITEM))
                                       TO W-LST-TAM
           IF  W-LST-PTR + W-LST-TAM   GREATER 100
               PERFORM 4160-DESCARREGAR-LISTA
               MOVE SPACES             TO W-LL-ROTULO
           END-IF

           STRING FUNCTION TRIM(W-LST-ITEM) "  "
                  DELIMITED BY SIZE INTO W-LL-TEXTO
                  WITH POINTER W-LST-PTR.

      *----------------------------------------------------------------*
       4150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4160-DESCARREGAR-LISTA          SECTION.
      *----------------------------------------------------------------*

           IF  W-LST-PTR               GREATER 1
               WRITE REG-ARQ-RELATO FROM W-LIN-LISTA AFTER 1
           END-IF
           MOVE SPACES                 TO W-LL-TEXTO
           MOVE 1                      TO W-LST-PTR.

      *----------------------------------------------------------------*
       4160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-CABECALHO-VENDEDOR         SECTION.
      *----------------------------------------------------------------*

           MOVE DIST-VEND-CODIGO       TO W-MIX-VEND-ATUAL
           MOVE ZEROS                  TO W-MIX-VEND-CLIENTES
                                          W-MIX-VEND-COM-OPORT
           MOVE DIST-VEND-CODIGO       TO W-CV-CODIGO
           MOVE DIST-VEND-RAZAO-SOCIAL TO W-CV-RAZAO
           WRITE REG-ARQ-RELATO FROM W-CAB-VENDEDOR AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-TOTAL-VENDEDOR             SECTION.
      *----------------------------------------------------------------*

           MOVE W-MIX-VEND-CLIENTES    TO W-TV-CLIENTES
           MOVE W-MIX-VEND-COM-OPORT   TO W-TV-COM-OPORT
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-LIN-TOTAL-VEND AFTER 1.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas cadastro de produtos
       COPY ".\copybooks\GCC147R.cpy".
      * Rotinas arquivo de itens de nota fiscal
       COPY ".\copybooks\GCC148R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
