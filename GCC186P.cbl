      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC186P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC186P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Relatorio de amostras e brindes - a partir da *
      *                  movimentacao (ARQ-MOV-MATERIAL, GCC185P):     *
      *                  1) estoque em poder de cada vendedor por      *
      *                  material (emitido, entregue, devolvido,       *
      *                  baixado e saldo); 2) entregas por cliente no  *
      *                  ano escolhido; 3) alerta das entregas do ano  *
      *                  a clientes fora da carteira do vendedor em    *
      *                  ARQ-DIST, sinalizadas no registro.            *
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
      * Cadastro de amostras e brindes
       COPY ".\copybooks\GCC184FC.cpy".
      * Movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "MATERIAL-SORT.TMP"
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
      * Cadastro de amostras e brindes
       COPY ".\copybooks\GCC184FD.cpy".
      * Movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-CLIE-CODIGO        PIC  9(007).
           05  SORT-MAT-CODIGO         PIC  9(005).
           05  SORT-QUANTIDADE         PIC  9(007).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos validacao do material
       COPY ".\copybooks\GCC184W.cpy".
      * Campos saldo de amostras e brindes por vendedor
       COPY ".\copybooks\GCC185W.cpy".

       01  W-CAMPOS-MATERIAL.
           05  W-RMT-ANO               PIC 9(04) VALUE ZEROS.
           05  W-RMT-VEND-FILTRO       PIC 9(07) VALUE ZEROS.
           05  W-RMT-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-RMT-TEM-CADASTRO      PIC X(01) VALUE "N".
           05  W-RMT-TEM-MOVIMENTO     PIC X(01) VALUE "N".
           05  W-FIM-SORT              PIC X(01) VALUE "N".
           05  W-RMT-SUB               PIC 9(04) COMP VALUE ZEROS.
      * Quebra corrente do relatorio.
           05  W-RMT-VEND-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-RMT-MAT-CORRENTE      PIC 9(05) VALUE ZEROS.
           05  W-RMT-CLIE-CORRENTE     PIC 9(07) VALUE ZEROS.
      * Material corrente no estoque do vendedor.
           05  W-RMT-EMITIDO           PIC 9(09) VALUE ZEROS.
           05  W-RMT-ENTREGUE          PIC 9(09) VALUE ZEROS.
           05  W-RMT-DEVOLVIDO         PIC 9(09) VALUE ZEROS.
           05  W-RMT-BAIXADO           PIC 9(09) VALUE ZEROS.
      * Material corrente nas entregas do cliente.
           05  W-RMT-ENTREGAS          PIC 9(07) VALUE ZEROS.
           05  W-RMT-QTDE-ENTREGUE     PIC 9(09) VALUE ZEROS.
           05  W-RMT-ALERTAS           PIC 9(07) VALUE ZEROS.

      * Acumuladores do estoque por nivel: 1 = vendedor, 2 = geral.
       01  W-TAB-ACUM-ESTOQUE.
           05  W-ACE-ITEM              OCCURS 2 TIMES.
               10  W-ACE-EMITIDO       PIC 9(09).
               10  W-ACE-ENTREGUE      PIC 9(09).
               10  W-ACE-DEVOLVIDO     PIC 9(09).
               10  W-ACE-BAIXADO       PIC 9(09).
               10  W-ACE-SALDO         PIC S9(09).

      * Acumuladores das entregas por nivel: 1 = cliente, 2 = geral.
       01  W-TAB-ACUM-ENTREGA.
           05  W-ACD-ITEM              OCCURS 2 TIMES.
               10  W-ACD-CLIENTES      PIC 9(07).
               10  W-ACD-ENTREGAS      PIC 9(07).
               10  W-ACD-QUANTIDADE    PIC 9(09).

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(26) VALUE
              "Amostras e Brindes - ano ".
           05 W-CAB-ANO            PIC 9(04).
           05 FILLER               PIC X(13) VALUE
              " - vendedor ".
           05 W-CAB-VEND           PIC X(07).

       01  W-CAB-SECAO.
           05 FILLER               PIC X(03).
           05 W-CAB-SECAO-TITULO   PIC X(70).

       01  W-CAB-VEND-01.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 W-CBV-CODIGO         PIC 9(07).
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CBV-NOME           PIC X(40).

       01  W-CAB-ESTOQUE.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(06) VALUE "Mat.".
           05 FILLER               PIC X(41) VALUE "Descricao".
           05 FILLER               PIC X(04) VALUE "Un".
           05 FILLER               PIC X(12) VALUE "    Emitido".
           05 FILLER               PIC X(12) VALUE "   Entregue".
           05 FILLER               PIC X(12) VALUE "  Devolvido".
           05 FILLER               PIC X(12) VALUE "    Baixado".
           05 FILLER               PIC X(12) VALUE "      Saldo".

       01  W-DET-ESTOQUE.
           05 FILLER               PIC X(03).
           05 W-DES-MAT            PIC 9(05).
           05 FILLER               PIC X(01).
           05 W-DES-DESCRICAO      PIC X(40).
           05 FILLER               PIC X(01).
           05 W-DES-UNIDADE        PIC X(03).
           05 FILLER               PIC X(01).
           05 W-DES-EMITIDO        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-DES-ENTREGUE       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-DES-DEVOLVIDO      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-DES-BAIXADO        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-DES-SALDO          PIC -ZZ.ZZZ.ZZ9.

       01  W-CAB-ENTREGA.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(08) VALUE "Cliente".
           05 FILLER               PIC X(41) VALUE "Razao social".
           05 FILLER               PIC X(06) VALUE "Mat.".
           05 FILLER               PIC X(41) VALUE "Descricao".
           05 FILLER               PIC X(09) VALUE "Entregas".
           05 FILLER               PIC X(12) VALUE "  Quantidade".

       01  W-DET-ENTREGA.
           05 FILLER               PIC X(03).
           05 W-DEN-CLIE           PIC 9(07) BLANK WHEN ZERO.
           05 FILLER               PIC X(01).
           05 W-DEN-RAZAO          PIC X(40).
           05 FILLER               PIC X(01).
           05 W-DEN-MAT            PIC 9(05).
           05 FILLER               PIC X(01).
           05 W-DEN-DESCRICAO      PIC X(40).
           05 FILLER               PIC X(01).
           05 W-DEN-ENTREGAS       PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02).
           05 W-DEN-QUANTIDADE     PIC ZZZ.ZZZ.ZZ9.

       01  W-CAB-ALERTA.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(09) VALUE "Data".
           05 FILLER               PIC X(08) VALUE "Vend.".
           05 FILLER               PIC X(08) VALUE "Cliente".
           05 FILLER               PIC X(41) VALUE "Razao social".
           05 FILLER               PIC X(06) VALUE "Mat.".
           05 FILLER               PIC X(41) VALUE "Descricao".
           05 FILLER               PIC X(08) VALUE "   Qtde".

       01  W-DET-ALERTA.
           05 FILLER               PIC X(03).
           05 W-DAL-DATA           PIC 9(08).
           05 FILLER               PIC X(01).
           05 W-DAL-VEND           PIC 9(07).
           05 FILLER               PIC X(01).
           05 W-DAL-CLIE           PIC 9(07).
           05 FILLER               PIC X(01).
           05 W-DAL-RAZAO          PIC X(40).
           05 FILLER               PIC X(01).
           05 W-DAL-MAT            PIC 9(05).
           05 FILLER               PIC X(01).
           05 W-DAL-DESCRICAO      PIC X(40).
           05 FILLER               PIC X(01).
           05 W-DAL-QUANTIDADE     PIC Z.ZZZ.ZZ9.

       01  W-TOT-ESTOQUE.
           05 FILLER               PIC X(03).
           05 W-TOE-TITULO         PIC X(51).
           05 W-TOE-EMITIDO        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-TOE-ENTREGUE       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-TOE-DEVOLVIDO      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-TOE-BAIXADO        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01).
           05 W-TOE-SALDO          PIC -ZZ.ZZZ.ZZ9.

       01  W-TOT-ENTREGA.
           05 FILLER               PIC X(03).
           05 W-TOD-TITULO         PIC X(24).
           05 FILLER               PIC X(10) VALUE "clientes: ".
           05 W-TOD-CLIENTES       PIC Z.ZZZ.ZZ9 BLANK WHEN ZERO.
           05 FILLER               PIC X(12) VALUE "  entregas: ".
           05 W-TOD-ENTREGAS       PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(14) VALUE "  quantidade: ".
           05 W-TOD-QUANTIDADE     PIC ZZZ.ZZZ.ZZ9.

       01  W-TOT-ALERTA.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(45) VALUE
              "Entregas fora da carteira no ano: ".
           05 W-TOA-ALERTAS        PIC Z.ZZZ.ZZ9.

       01  W-ROD-VAZIO.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhum movimento registrado".

       01  W-ROD-OBS.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(60) VALUE
              "Saldo = emitido - entregue - devolvido - baixado; ".
           05 FILLER               PIC X(60) VALUE
              "carteira conforme ARQ-DIST na data da entrega".

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
       01  S-TELA-REL-MATERIAL.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Ano das entregas...........: "
                                       LINE 08 COL 10.
               10  S-RMT-ANO           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 41 PIC 9(04)
                                       USING W-RMT-ANO.
               10  VALUE  "Vendedor (zero = todos)....: "
                                       LINE 10 COL 10.
               10  S-RMT-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 41 PIC 9(07)
                                       USING W-RMT-VEND-FILTRO.
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

           MOVE "Relatorio Amostras e Brindes"
                                       TO W-MODULO
           MOVE WID-ARQ-REL-MATERIAL   TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS
           ACCEPT W-RMT-DATA-HOJE      FROM DATE YYYYMMDD
           MOVE W-RMT-DATA-HOJE(1:4)   TO W-RMT-ANO

           DISPLAY S-CLS
           DISPLAY S-TELA-REL-MATERIAL
           ACCEPT S-TELA-REL-MATERIAL
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GOBACK
           END-IF

           IF  W-RMT-ANO               LESS 2000
               MOVE "Ano invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

           IF  W-RMT-VEND-FILTRO       GREATER ZEROS
               MOVE W-RMT-VEND-FILTRO  TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    NOT EQUAL "S"
                   MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   GOBACK
               END-IF
           END-IF

           PERFORM 2000-PROCESSAR

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-TAB-ACUM-ESTOQUE W-TAB-ACUM-ENTREGA
           MOVE ZEROS                  TO W-RMT-ALERTAS
           MOVE W-RMT-ANO              TO W-CAB-ANO
           IF  W-RMT-VEND-FILTRO       GREATER ZEROS
               MOVE W-RMT-VEND-FILTRO  TO W-CAB-VEND
           ELSE
               MOVE "todos"            TO W-CAB-VEND
           END-IF

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               GO TO 2000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           OPEN INPUT ARQ-MOV-MATERIAL
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               WRITE REG-ARQ-RELATO FROM W-ROD-VAZIO AFTER 2
               GO TO 2000-90-FECHAR
           END-IF
           PERFORM 7489-FECHAR-ARQ-MOV-MATERIAL

      * Cadastro de materiais aberto durante todo o relatorio, para a
      * descricao e a unidade de cada linha.
           OPEN INPUT ARQ-MATERIAL
           IF  FS-OK
               MOVE "S"                TO W-RMT-TEM-CADASTRO
           ELSE
               MOVE "N"                TO W-RMT-TEM-CADASTRO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           PERFORM 3000-ESTOQUE-VENDEDOR

           MOVE "2. Entregas por cliente no ano"
                                       TO W-CAB-SECAO-TITULO
           WRITE REG-ARQ-RELATO FROM W-CAB-SECAO   AFTER 3
           WRITE REG-ARQ-RELATO FROM W-CAB-ENTREGA AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 1

           SORT ARQ-SORT    ON ASCENDING  KEY SORT-CLIE-CODIGO
                                              SORT-MAT-CODIGO
               INPUT PROCEDURE  IS 4000-INPUT-SORT
               OUTPUT PROCEDURE IS 4500-OUTPUT-SORT

           PERFORM 5000-ALERTAS-CARTEIRA

           IF  W-RMT-TEM-CADASTRO      EQUAL "S"
               PERFORM 7449-FECHAR-ARQ-MATERIAL
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           WRITE REG-ARQ-RELATO FROM W-ROD-OBS  AFTER 1.

       2000-90-FECHAR.
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-ESTOQUE-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      * Os movimentos ja vem em ordem de vendedor + material (chave
      * do arquivo): uma linha por material dentro do vendedor, com
      * todos os movimentos desde o inicio, e o total do vendedor na
      * troca de vendedor.
           MOVE "1. Estoque em poder do vendedor"
                                       TO W-CAB-SECAO-TITULO
           WRITE REG-ARQ-RELATO FROM W-CAB-SECAO   AFTER 2

           OPEN INPUT ARQ-MOV-MATERIAL
           INITIALIZE MMV-CHAVE
           MOVE W-RMT-VEND-FILTRO      TO MMV-VEND-CODIGO
           PERFORM 7484-START-ARQ-MOV-MATERIAL-ASC
           IF  FS-OK
               PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           END-IF
           IF  FS-OK
               IF  W-RMT-VEND-FILTRO   GREATER ZEROS
               AND MMV-VEND-CODIGO     NOT EQUAL W-RMT-VEND-FILTRO
                   MOVE "10"           TO WS-RESULTADO-ACESSO
               END-IF
           END-IF
           IF  NOT FS-OK
               WRITE REG-ARQ-RELATO FROM W-ROD-VAZIO AFTER 2
               GO TO 3000-90-FECHAR
           END-IF

           MOVE "S"                    TO W-RMT-TEM-MOVIMENTO
           MOVE MMV-VEND-CODIGO        TO W-RMT-VEND-CORRENTE
           MOVE MMV-MAT-CODIGO         TO W-RMT-MAT-CORRENTE
           PERFORM 3050-GRAVAR-CAB-VENDEDOR
           PERFORM 3090-INICIAR-MATERIAL

           PERFORM UNTIL NOT FS-OK
               IF  MMV-VEND-CODIGO NOT EQUAL W-RMT-VEND-CORRENTE
                   PERFORM 3100-GRAVAR-LINHA-ESTOQUE
                   PERFORM 3200-GRAVAR-TOTAL-VENDEDOR
                   IF  W-RMT-VEND-FILTRO GREATER ZEROS
                       GO TO 3000-90-FECHAR
                   END-IF
                   MOVE MMV-VEND-CODIGO
                                       TO W-RMT-VEND-CORRENTE
                   MOVE MMV-MAT-CODIGO TO W-RMT-MAT-CORRENTE
                   PERFORM 3050-GRAVAR-CAB-VENDEDOR
                   PERFORM 3090-INICIAR-MATERIAL
               ELSE
                   IF  MMV-MAT-CODIGO NOT EQUAL W-RMT-MAT-CORRENTE
                       PERFORM 3100-GRAVAR-LINHA-ESTOQUE
                       MOVE MMV-MAT-CODIGO
                                       TO W-RMT-MAT-CORRENTE
                       PERFORM 3090-INICIAR-MATERIAL
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN MMV-EMISSAO
                       ADD MMV-QUANTIDADE TO W-RMT-EMITIDO
                   WHEN MMV-ENTREGA
                       ADD MMV-QUANTIDADE TO W-RMT-ENTREGUE
                   WHEN MMV-DEVOLUCAO
                       ADD MMV-QUANTIDADE TO W-RMT-DEVOLVIDO
                   WHEN MMV-BAIXA
                       ADD MMV-QUANTIDADE TO W-RMT-BAIXADO
               END-EVALUATE
               PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           END-PERFORM

           PERFORM 3100-GRAVAR-LINHA-ESTOQUE
           PERFORM 3200-GRAVAR-TOTAL-VENDEDOR.

       3000-90-FECHAR.
           PERFORM 7489-FECHAR-ARQ-MOV-MATERIAL

           IF  W-RMT-TEM-MOVIMENTO     EQUAL "S"
               MOVE 2                  TO W-RMT-SUB
               MOVE "Total geral"      TO W-TOE-TITULO
               PERFORM 3500-MONTAR-TOTAL-ESTOQUE
               WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 2
               WRITE REG-ARQ-RELATO FROM W-TOT-ESTOQUE AFTER 1
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3050-GRAVAR-CAB-VENDEDOR        SECTION.
      *----------------------------------------------------------------*

           MOVE W-RMT-VEND-CORRENTE    TO W-CBV-CODIGO
                                          VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-CBV-NOME
           ELSE
               MOVE "(vendedor nao cadastrado)"
                                       TO W-CBV-NOME
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           WRITE REG-ARQ-RELATO FROM W-CAB-VEND-01 AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-ESTOQUE AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 1.

      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3090-INICIAR-MATERIAL           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-RMT-EMITIDO
                                          W-RMT-ENTREGUE
                                          W-RMT-DEVOLVIDO
                                          W-RMT-BAIXADO.

      *----------------------------------------------------------------*
       3090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-GRAVAR-LINHA-ESTOQUE       SECTION.
      *----------------------------------------------------------------*
      * Linha do material corrente com o saldo e acumulo no vendedor
      * e no geral.
           MOVE W-RMT-MAT-CORRENTE     TO W-DES-MAT
                                          W-MAT-PROCURADO
           PERFORM 3300-DESCREVER-MATERIAL
           MOVE W-MAT-DESC-ACHADA      TO W-DES-DESCRICAO
           MOVE W-MAT-UNID-ACHADA      TO W-DES-UNIDADE
           COMPUTE W-MMV-SALDO = W-RMT-EMITIDO   - W-RMT-ENTREGUE
                               - W-RMT-DEVOLVIDO - W-RMT-BAIXADO
           MOVE W-RMT-EMITIDO          TO W-DES-EMITIDO
           MOVE W-RMT-ENTREGUE         TO W-DES-ENTREGUE
           MOVE W-RMT-DEVOLVIDO        TO W-DES-DEVOLVIDO
           MOVE W-RMT-BAIXADO          TO W-DES-BAIXADO
           MOVE W-MMV-SALDO            TO W-DES-SALDO
           WRITE REG-ARQ-RELATO FROM W-DET-ESTOQUE AFTER 1

           PERFORM VARYING W-RMT-SUB FROM 1 BY 1
                   UNTIL W-RMT-SUB GREATER 2
               ADD W-RMT-EMITIDO       TO W-ACE-EMITIDO(W-RMT-SUB)
               ADD W-RMT-ENTREGUE      TO W-ACE-ENTREGUE(W-RMT-SUB)
               ADD W-RMT-DEVOLVIDO     TO W-ACE-DEVOLVIDO(W-RMT-SUB)
               ADD W-RMT-BAIXADO       TO W-ACE-BAIXADO(W-RMT-SUB)
               ADD W-MMV-SALDO         TO W-ACE-SALDO(W-RMT-SUB)
           END-PERFORM.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-GRAVAR-TOTAL-VENDEDOR      SECTION.
      *----------------------------------------------------------------*

           MOVE 1                      TO W-RMT-SUB
           MOVE "Total do vendedor"    TO W-TOE-TITULO
           PERFORM 3500-MONTAR-TOTAL-ESTOQUE
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TOT-ESTOQUE AFTER 1
           INITIALIZE W-ACE-ITEM(1).

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-DESCREVER-MATERIAL         SECTION.
      *----------------------------------------------------------------*
      * Descricao e unidade de W-MAT-PROCURADO com o cadastro ja
      * aberto.
           MOVE "(material nao cadastrado)"
                                       TO W-MAT-DESC-ACHADA
           MOVE SPACES                 TO W-MAT-UNID-ACHADA
           IF  W-RMT-TEM-CADASTRO      EQUAL "S"
               MOVE W-MAT-PROCURADO    TO MAT-CODIGO
               PERFORM 7442-LER-ARQ-MATERIAL-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE MAT-DESCRICAO  TO W-MAT-DESC-ACHADA
                   MOVE MAT-UNIDADE    TO W-MAT-UNID-ACHADA
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-MONTAR-TOTAL-ESTOQUE       SECTION.
      *----------------------------------------------------------------*

           MOVE W-ACE-EMITIDO(W-RMT-SUB)   TO W-TOE-EMITIDO
           MOVE W-ACE-ENTREGUE(W-RMT-SUB)  TO W-TOE-ENTREGUE
           MOVE W-ACE-DEVOLVIDO(W-RMT-SUB) TO W-TOE-DEVOLVIDO
           MOVE W-ACE-BAIXADO(W-RMT-SUB)   TO W-TOE-BAIXADO
           MOVE W-ACE-SALDO(W-RMT-SUB)     TO W-TOE-SALDO.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*
      * Uma linha por entrega do ano escolhido (do vendedor do
      * filtro, se houver).
           OPEN INPUT ARQ-MOV-MATERIAL
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 4000-99-FIM
           END-IF

           PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           PERFORM UNTIL NOT FS-OK
               IF  MMV-ENTREGA
               AND MMV-DATA(1:4)       EQUAL W-RMT-ANO
               AND (W-RMT-VEND-FILTRO  EQUAL ZEROS OR
                    W-RMT-VEND-FILTRO  EQUAL MMV-VEND-CODIGO)
                   MOVE MMV-CLIE-CODIGO    TO SORT-CLIE-CODIGO
                   MOVE MMV-MAT-CODIGO     TO SORT-MAT-CODIGO
                   MOVE MMV-QUANTIDADE     TO SORT-QUANTIDADE
                   RELEASE REG-SORT
               END-IF
               PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           END-PERFORM
           PERFORM 7489-FECHAR-ARQ-MOV-MATERIAL
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Uma linha por material dentro do cliente, com o total do
      * cliente na troca de cliente.
           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN
           IF  W-FIM-SORT              EQUAL "S"
               WRITE REG-ARQ-RELATO FROM W-ROD-VAZIO AFTER 1
               GO TO 4500-99-FIM
           END-IF

           MOVE SORT-CLIE-CODIGO       TO W-RMT-CLIE-CORRENTE
           MOVE SORT-MAT-CODIGO        TO W-RMT-MAT-CORRENTE
           PERFORM 4590-INICIAR-CLIENTE
           MOVE ZEROS                  TO W-RMT-ENTREGAS
                                          W-RMT-QTDE-ENTREGUE

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  SORT-CLIE-CODIGO NOT EQUAL W-RMT-CLIE-CORRENTE
                   PERFORM 4600-GRAVAR-LINHA-ENTREGA
                   PERFORM 4700-GRAVAR-TOTAL-CLIENTE
                   MOVE SORT-CLIE-CODIGO
                                       TO W-RMT-CLIE-CORRENTE
                   MOVE SORT-MAT-CODIGO
                                       TO W-RMT-MAT-CORRENTE
                   PERFORM 4590-INICIAR-CLIENTE
               ELSE
                   IF  SORT-MAT-CODIGO NOT EQUAL W-RMT-MAT-CORRENTE
                       PERFORM 4600-GRAVAR-LINHA-ENTREGA
                       MOVE SORT-MAT-CODIGO
                                       TO W-RMT-MAT-CORRENTE
                   END-IF
               END-IF
               ADD 1                   TO W-RMT-ENTREGAS
               ADD SORT-QUANTIDADE     TO W-RMT-QTDE-ENTREGUE
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           PERFORM 4600-GRAVAR-LINHA-ENTREGA
           PERFORM 4700-GRAVAR-TOTAL-CLIENTE

           MOVE "Total geral -"        TO W-TOD-TITULO
           MOVE W-ACD-CLIENTES(2)      TO W-TOD-CLIENTES
           MOVE W-ACD-ENTREGAS(2)      TO W-TOD-ENTREGAS
           MOVE W-ACD-QUANTIDADE(2)    TO W-TOD-QUANTIDADE
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TOT-ENTREGA AFTER 1.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4590-INICIAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * A razao social sai so na primeira linha do cliente.
           MOVE W-RMT-CLIE-CORRENTE    TO W-DEN-CLIE
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DEN-RAZAO
           ELSE
               MOVE "(cliente nao cadastrado)"
                                       TO W-DEN-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO
           ADD 1                       TO W-ACD-CLIENTES(2).

      *----------------------------------------------------------------*
       4590-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4600-GRAVAR-LINHA-ENTREGA       SECTION.
      *----------------------------------------------------------------*
      * Entregas e quantidade do material corrente no cliente, com
      * acumulo no cliente e no geral.
           MOVE W-RMT-MAT-CORRENTE     TO W-DEN-MAT
                                          W-MAT-PROCURADO
           PERFORM 3300-DESCREVER-MATERIAL
           MOVE W-MAT-DESC-ACHADA      TO W-DEN-DESCRICAO
           MOVE W-RMT-ENTREGAS         TO W-DEN-ENTREGAS
           MOVE W-RMT-QTDE-ENTREGUE    TO W-DEN-QUANTIDADE
           WRITE REG-ARQ-RELATO FROM W-DET-ENTREGA AFTER 1
           MOVE ZEROS                  TO W-DEN-CLIE
           MOVE SPACES                 TO W-DEN-RAZAO

           PERFORM VARYING W-RMT-SUB FROM 1 BY 1
                   UNTIL W-RMT-SUB GREATER 2
               ADD W-RMT-ENTREGAS      TO W-ACD-ENTREGAS(W-RMT-SUB)
               ADD W-RMT-QTDE-ENTREGUE TO W-ACD-QUANTIDADE(W-RMT-SUB)
           END-PERFORM
           MOVE ZEROS                  TO W-RMT-ENTREGAS
                                          W-RMT-QTDE-ENTREGUE.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4700-GRAVAR-TOTAL-CLIENTE       SECTION.
      *----------------------------------------------------------------*

           MOVE "Total do cliente -"   TO W-TOD-TITULO
           MOVE ZEROS                  TO W-TOD-CLIENTES
           MOVE W-ACD-ENTREGAS(1)      TO W-TOD-ENTREGAS
           MOVE W-ACD-QUANTIDADE(1)    TO W-TOD-QUANTIDADE
           WRITE REG-ARQ-RELATO FROM W-TOT-ENTREGA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 1
           INITIALIZE W-ACD-ITEM(1).

      *----------------------------------------------------------------*
       4700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-ALERTAS-CARTEIRA           SECTION.
      *----------------------------------------------------------------*
      * Entregas do ano sinalizadas no registro como feitas a cliente
      * fora da carteira do vendedor (GCC185P), em ordem de vendedor,
      * material e data.
           MOVE "3. Alerta - entregas fora da carteira do vendedor"
                                       TO W-CAB-SECAO-TITULO
           WRITE REG-ARQ-RELATO FROM W-CAB-SECAO   AFTER 3
           WRITE REG-ARQ-RELATO FROM W-CAB-ALERTA  AFTER 2
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 1

           OPEN INPUT ARQ-MOV-MATERIAL
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 5000-90-TOTAL
           END-IF

           PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           PERFORM UNTIL NOT FS-OK
               IF  MMV-ENTREGA
               AND MMV-FORA-DA-CARTEIRA
               AND MMV-DATA(1:4)       EQUAL W-RMT-ANO
               AND (W-RMT-VEND-FILTRO  EQUAL ZEROS OR
                    W-RMT-VEND-FILTRO  EQUAL MMV-VEND-CODIGO)
                   PERFORM 5100-GRAVAR-LINHA-ALERTA
               END-IF
               PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
           END-PERFORM
           PERFORM 7489-FECHAR-ARQ-MOV-MATERIAL
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

       5000-90-TOTAL.
           MOVE W-RMT-ALERTAS          TO W-TOA-ALERTAS
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TOT-ALERTA AFTER 1.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-GRAVAR-LINHA-ALERTA        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-RMT-ALERTAS
           MOVE MMV-DATA               TO W-DAL-DATA
           MOVE MMV-VEND-CODIGO        TO W-DAL-VEND
           MOVE MMV-CLIE-CODIGO        TO W-DAL-CLIE
                                          CLIE-CODIGO
           MOVE MMV-QUANTIDADE         TO W-DAL-QUANTIDADE
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DAL-RAZAO
           ELSE
               MOVE "(cliente nao cadastrado)"
                                       TO W-DAL-RAZAO
           END-IF
           MOVE MMV-MAT-CODIGO         TO W-DAL-MAT
                                          W-MAT-PROCURADO
           PERFORM 3300-DESCREVER-MATERIAL
           MOVE W-MAT-DESC-ACHADA      TO W-DAL-DESCRICAO
           WRITE REG-ARQ-RELATO FROM W-DET-ALERTA AFTER 1
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas cadastro de amostras e brindes
       COPY ".\copybooks\GCC184R.cpy".
      * Rotinas movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
