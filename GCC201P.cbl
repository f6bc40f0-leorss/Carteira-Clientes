      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC201P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC201P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Migracao de versao do layout de registro dos  *
      *                  mestres (ARQ-CLIENTE, ARQ-VENDEDOR e          *
      *                  ARQ-DIST) do diretorio de dados. Le a marca   *
      *                  de VERSAO-LAYOUT.DAT (sem marca, identifica   *
      *                  pela abertura) e converte o arquivo versao a  *
      *                  versao ate a esperada pelos programas, cada   *
      *                  passo pela sua regra de conversao, numa copia *
      *                  nova conferida como no GCC072P (lidos =       *
      *                  gravados e todos os indices alcancando todos  *
      *                  os registros). Aprovada, o arquivo anterior   *
      *                  fica preservado como .Vnn (versao de origem)  *
      *                  para retorno e a marca avanca; reprovada, a   *
      *                  copia e descartada e o original fica intacto. *
      *                  No modo batch converte os tres mestres do     *
      *                  CARTEIRA_DIR e devolve RETURN-CODE 8 quando   *
      *                  algum nao chegou a versao dos programas.      *
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

      * Marcas de versao do layout dos mestres
       COPY ".\copybooks\GCC201FC.cpy".
      * Arquivo Clientes
       COPY ".\copybooks\GCC011FC.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".

      * Copias novas na versao dos programas (mesmas chaves do
      * original)
       SELECT ARQ-CLIE-NOVO        ASSIGN TO  WID-ARQ-CLIE-NOVO
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS NCLI-CODIGO
           ALTERNATE KEY           IS NCLI-CNPJ
           ALTERNATE KEY           IS NCLI-RAZAO-SOCIAL
                                   WITH DUPLICATES
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

       SELECT ARQ-VEND-NOVO        ASSIGN TO  WID-ARQ-VEND-NOVO
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS NVEN-CODIGO
           ALTERNATE KEY           IS NVEN-CPF
           ALTERNATE KEY           IS NVEN-RAZAO-SOCIAL
                                   WITH DUPLICATES
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

       SELECT ARQ-DIST-NOVO        ASSIGN TO  WID-ARQ-DIST-NOVO
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS NDIS-CHAVE
           ALTERNATE KEY           IS NDIS-CLIE-CODIGO
                                   WITH DUPLICATES
           ALTERNATE KEY           IS NDIS-VEND-CODIGO
                                   WITH DUPLICATES
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      * Origens na versao 01 do layout: registro no tamanho antigo e
      * so as chaves que existiam entao. Uma nova versao acrescenta
      * aqui a definicao de origem da versao que ela substitui.
       SELECT ARQ-CLIE-V01         ASSIGN TO  WID-ARQ-CLIENTE
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS V1CLI-CODIGO
           ALTERNATE KEY           IS V1CLI-CNPJ
           ALTERNATE KEY           IS V1CLI-RAZAO-SOCIAL
                                   WITH DUPLICATES
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

       SELECT ARQ-VEND-V01         ASSIGN TO  WID-ARQ-VENDEDOR
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS V1VEN-CODIGO
           ALTERNATE KEY           IS V1VEN-CPF
           ALTERNATE KEY           IS V1VEN-RAZAO-SOCIAL
                                   WITH DUPLICATES
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

       SELECT ARQ-DIST-V01         ASSIGN TO  WID-ARQ-DIST
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS V1DIS-CLIE-CODIGO
           LOCK MODE               IS MANUAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Marcas de versao do layout dos mestres
       COPY ".\copybooks\GCC201FD.cpy".
      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".

      * Copias novas (layout espelhado da versao dos programas, com o
      * restante do registro em bloco)
       FD  ARQ-CLIE-NOVO.
       01  REG-ARQ-CLIE-NOVO.
           02 NCLI-CODIGO              PIC  9(007).
           02 NCLI-CNPJ                PIC  9(014).
           02 NCLI-RAZAO-SOCIAL        PIC  X(040).
           02 NCLI-RESTO               PIC  X(217).

       FD  ARQ-VEND-NOVO.
       01  REG-ARQ-VEND-NOVO.
           02 NVEN-CODIGO              PIC  9(007).
           02 NVEN-CPF                 PIC  9(011).
           02 NVEN-RAZAO-SOCIAL        PIC  X(040).
           02 NVEN-RESTO               PIC  X(199).

       FD  ARQ-DIST-NOVO.
       01  REG-ARQ-DIST-NOVO.
           02 NDIS-CHAVE.
               05 NDIS-CLIE-CODIGO     PIC  9(007).
               05 NDIS-LINHA           PIC  9(002).
           02 FILLER                   PIC  X(076).
           02 NDIS-VEND-CODIGO         PIC  9(007).
           02 NDIS-RESTO               PIC  X(138).

      * Origens na versao 01 (ver as caudas em W-CAUDA-*-V01)
       FD  ARQ-CLIE-V01.
       01  REG-ARQ-CLIE-V01.
           02 V1CLI-CODIGO             PIC  9(007).
           02 V1CLI-CNPJ               PIC  9(014).
           02 V1CLI-RAZAO-SOCIAL       PIC  X(040).
           02 V1CLI-RESTO              PIC  X(188).

       FD  ARQ-VEND-V01.
       01  REG-ARQ-VEND-V01.
           02 V1VEN-CODIGO             PIC  9(007).
           02 V1VEN-CPF                PIC  9(011).
           02 V1VEN-RAZAO-SOCIAL       PIC  X(040).
           02 V1VEN-RESTO              PIC  X(187).

       FD  ARQ-DIST-V01.
       01  REG-ARQ-DIST-V01.
           02 V1DIS-CLIE-CODIGO        PIC  9(007).
           02 V1DIS-RESTO              PIC  X(223).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos versao do layout dos mestres
       COPY ".\copybooks\GCC201W.cpy".

       01  W-MIGRACAO-AREA.
           05  W-MIG-LIDOS             PIC 9(08) VALUE ZEROS.
           05  W-MIG-GRAVADOS          PIC 9(08) VALUE ZEROS.
           05  W-MIG-CONT-CHAVE-1      PIC 9(08) VALUE ZEROS.
           05  W-MIG-CONT-CHAVE-2      PIC 9(08) VALUE ZEROS.
           05  W-MIG-CONT-CHAVE-3      PIC 9(08) VALUE ZEROS.
           05  W-MIG-VERIF-OK          PIC X(01) VALUE "N".
           05  W-MIG-ORIGEM-OK         PIC X(01) VALUE "N".
           05  W-MIG-ERRO              PIC X(01) VALUE "N".
           05  W-MIG-ARQ-ORIG          PIC X(40) VALUE SPACES.
           05  W-MIG-ARQ-NOVO          PIC X(40) VALUE SPACES.
           05  W-MIG-ARQ-ANTERIOR      PIC X(60) VALUE SPACES.
           05  W-MIG-RC                PIC 9(04) VALUE ZEROS COMP.
           05  W-MIG-SUB               PIC 9(01) VALUE ZEROS.
           05  W-MIG-FALHAS            PIC 9(01) VALUE ZEROS.
           05  W-MIG-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-MIG-VERSAO-ED         PIC 9(02) VALUE ZEROS.
           05  W-MIG-PROG-ED           PIC 9(02) VALUE ZEROS.

      * Regra de conversao da versao 01 para a 02 - caudas com os
      * valores padrao dos campos acrescentados ao fim do registro
      * (as mesmas que o GCC072P completa na reorganizacao).
       01  W-CAUDA-CLIE-V01.
           05 FILLER                   PIC 9(01) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC 9(07) VALUE ZEROS.
           05 FILLER                   PIC 9(13) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(04) VALUE SPACES.

       01  W-CAUDA-VEND-V01.
           05 FILLER                   PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC 9(02) VALUE 1.
           05 FILLER                   PIC X(03) VALUE SPACES.

      * Distribuicao: a linha de negocio entra logo apos o codigo do
      * cliente; o registro da versao 01 vai todo para a linha 01 e
      * o restante desloca duas posicoes.
       01  W-CAUDA-DIST-V01.
           05 FILLER                   PIC X(03) VALUE SPACES.
       01  W-DIST-LINHA-PADRAO         PIC 9(02) VALUE 1.

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
       01  S-TELA-VERSOES.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Arquivo         Versao no arquivo   Versao do
      -                   "s programas   Marcada em"
                                       LINE 08 COL 10.
               10  LINE 10 COL 10 PIC X(12) FROM W-VLY-NOME(1).
               10  LINE 10 COL 34 PIC ZZ9   FROM W-VLY-VERSAO(1).
               10  LINE 10 COL 55 PIC ZZ9   FROM W-VLY-PROG(1).
               10  LINE 10 COL 67 PIC 9999/99/99
                                  FROM W-VLY-DATA(1).
               10  LINE 11 COL 10 PIC X(12) FROM W-VLY-NOME(2).
               10  LINE 11 COL 34 PIC ZZ9   FROM W-VLY-VERSAO(2).
               10  LINE 11 COL 55 PIC ZZ9   FROM W-VLY-PROG(2).
               10  LINE 11 COL 67 PIC 9999/99/99
                                  FROM W-VLY-DATA(2).
               10  LINE 12 COL 10 PIC X(12) FROM W-VLY-NOME(3).
               10  LINE 12 COL 34 PIC ZZ9   FROM W-VLY-VERSAO(3).
               10  LINE 12 COL 55 PIC ZZ9   FROM W-VLY-PROG(3).
               10  LINE 12 COL 67 PIC 9999/99/99
                                  FROM W-VLY-DATA(3).
               10  VALUE  "Lidos...............: "
                                       LINE 15 COL 10.
               10  LINE 15 COL 33 PIC ZZ.ZZZ.ZZ9
                                  FROM W-MIG-LIDOS.
               10  VALUE  "Gravados............: "
                                       LINE 16 COL 10.
               10  LINE 16 COL 33 PIC ZZ.ZZZ.ZZ9
                                  FROM W-MIG-GRAVADOS.
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

           ACCEPT W-MIG-DATA-HOJE      FROM DATE YYYYMMDD

           IF  LK-PARAM                EQUAL "B"
               PERFORM 0100-EXECUTAR-BATCH
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "Versao do layout" TO W-MODULO
               MOVE "<Esc> Sair <F1> Converter Clie <F2> Converter Vend
      -             " <F3> Converter Dist"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               PERFORM 7010-CARREGAR-VERSOES-LAYOUT
               DISPLAY S-CLS
               DISPLAY S-TELA-VERSOES
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       MOVE 1          TO W-MIG-SUB
                       PERFORM 0200-CONVERTER-TELA
                   WHEN COB-SCR-F2
                       MOVE 2          TO W-MIG-SUB
                       PERFORM 0200-CONVERTER-TELA
                   WHEN COB-SCR-F3
                       MOVE 3          TO W-MIG-SUB
                       PERFORM 0200-CONVERTER-TELA
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
      * Converte os tres mestres do diretorio de dados; mestre que
      * nao chegou a versao dos programas devolve RETURN-CODE 8.
           MOVE ZEROS                  TO W-MIG-FALHAS
           PERFORM 1000-MIGRAR-ARQUIVO
                   VARYING W-MIG-SUB FROM 1 BY 1
                   UNTIL W-MIG-SUB GREATER 3

           IF  W-MIG-FALHAS            GREATER ZEROS
               MOVE 8                  TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0200-CONVERTER-TELA             SECTION.
      *----------------------------------------------------------------*

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 0200-99-FIM
           END-IF

           MOVE ZEROS                  TO W-MIG-FALHAS
           PERFORM 1000-MIGRAR-ARQUIVO.

      *----------------------------------------------------------------*
       0200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-MIGRAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*
      * Leva o mestre W-MIG-SUB (1 clientes, 2 vendedores, 3
      * distribuicao) da versao marcada ate a dos programas, um passo
      * de versao por vez; a marca e regravada a cada passo aprovado.
           INITIALIZE W-MIG-LIDOS
                      W-MIG-GRAVADOS
           MOVE "N"                    TO W-MIG-ERRO
           PERFORM 7010-CARREGAR-VERSOES-LAYOUT

           IF  W-VLY-VERSAO(W-MIG-SUB) EQUAL ZEROS
               PERFORM 1100-IDENTIFICAR-VERSAO
           END-IF

           IF  W-VLY-VERSAO(W-MIG-SUB) EQUAL ZEROS
               MOVE SPACES             TO W-MSGERRO
               STRING FUNCTION TRIM(W-VLY-NOME(W-MIG-SUB))
                      " sem marca e nao abre em versao conhecida"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 2900-AVISAR
               ADD 1                   TO W-MIG-FALHAS
               GO TO 1000-99-FIM
           END-IF

           IF  W-VLY-VERSAO(W-MIG-SUB) GREATER W-VLY-PROG(W-MIG-SUB)
               MOVE W-VLY-VERSAO(W-MIG-SUB)
                                       TO W-MIG-VERSAO-ED
               MOVE W-VLY-PROG(W-MIG-SUB)
                                       TO W-MIG-PROG-ED
               MOVE SPACES             TO W-MSGERRO
               STRING FUNCTION TRIM(W-VLY-NOME(W-MIG-SUB))
                      " na versao " W-MIG-VERSAO-ED
                      ", posterior a dos programas (" W-MIG-PROG-ED ")"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 2900-AVISAR
               ADD 1                   TO W-MIG-FALHAS
               GO TO 1000-99-FIM
           END-IF

           PERFORM 1200-CONVERTER-VERSAO
                   UNTIL W-VLY-VERSAO(W-MIG-SUB) NOT LESS
                         W-VLY-PROG(W-MIG-SUB)
                      OR W-MIG-ERRO EQUAL "S"

           IF  W-VLY-ALTERADA          EQUAL "S"
               PERFORM 7011-GRAVAR-VERSOES-LAYOUT
               IF  W-VLY-ERRO          EQUAL "S"
                   MOVE "Erro ao gravar VERSAO-LAYOUT.DAT"
                                       TO W-MSGERRO
                   PERFORM 2900-AVISAR
                   ADD 1               TO W-MIG-FALHAS
                   GO TO 1000-99-FIM
               END-IF
           END-IF

           IF  W-MIG-ERRO              EQUAL "S"
               ADD 1                   TO W-MIG-FALHAS
               GO TO 1000-99-FIM
           END-IF

           MOVE W-VLY-VERSAO(W-MIG-SUB) TO W-MIG-VERSAO-ED
           MOVE SPACES                 TO W-MSGERRO
           STRING FUNCTION TRIM(W-VLY-NOME(W-MIG-SUB))
                  " na versao " W-MIG-VERSAO-ED
                  " dos programas"
                  DELIMITED BY SIZE INTO W-MSGERRO
           PERFORM 2900-AVISAR.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IDENTIFICAR-VERSAO         SECTION.
      *----------------------------------------------------------------*
      * Mestre ainda sem marca: abre pela definicao atual (ou o
      * arquivo nem existe e nascera nela) e vale a versao dos
      * programas; senao tenta a definicao da versao 01.
           EVALUATE W-MIG-SUB
               WHEN 1
                   OPEN INPUT ARQ-CLIENTE
                   IF  FS-OK
                       CLOSE ARQ-CLIENTE
                   END-IF
               WHEN 2
                   OPEN INPUT ARQ-VENDEDOR
                   IF  FS-OK
                       CLOSE ARQ-VENDEDOR
                   END-IF
               WHEN 3
                   OPEN INPUT ARQ-DIST
                   IF  FS-OK
                       CLOSE ARQ-DIST
                   END-IF
           END-EVALUATE

           IF  FS-OK OR FS-ARQ-NAO-ENCONTRADO
               MOVE W-VLY-PROG(W-MIG-SUB)
                                       TO W-VLY-VERSAO(W-MIG-SUB)
               PERFORM 1110-MARCAR-VERSAO
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 1100-99-FIM
           END-IF

           EVALUATE W-MIG-SUB
               WHEN 1
                   OPEN INPUT ARQ-CLIE-V01
                   IF  FS-OK
                       CLOSE ARQ-CLIE-V01
                   END-IF
               WHEN 2
                   OPEN INPUT ARQ-VEND-V01
                   IF  FS-OK
                       CLOSE ARQ-VEND-V01
                   END-IF
               WHEN 3
                   OPEN INPUT ARQ-DIST-V01
                   IF  FS-OK
                       CLOSE ARQ-DIST-V01
                   END-IF
           END-EVALUATE

           IF  FS-OK
               MOVE 1                  TO W-VLY-VERSAO(W-MIG-SUB)
               PERFORM 1110-MARCAR-VERSAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-MARCAR-VERSAO              SECTION.
      *----------------------------------------------------------------*

           MOVE W-MIG-DATA-HOJE        TO W-VLY-DATA(W-MIG-SUB)
           MOVE W-OPERADOR             TO W-VLY-OPERADOR(W-MIG-SUB)
           MOVE "S"                    TO W-VLY-ALTERADA.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-CONVERTER-VERSAO           SECTION.
      *----------------------------------------------------------------*
      * Um passo de versao: a regra de conversao da versao marcada
      * grava a copia nova, a copia e conferida e, aprovada, assume o
      * lugar do original. Versao sem regra interrompe a migracao.
           MOVE ZEROS                  TO W-MIG-LIDOS
                                          W-MIG-GRAVADOS
           MOVE "N"                    TO W-MIG-ORIGEM-OK
                                          W-MIG-VERIF-OK

           EVALUATE W-MIG-SUB
               WHEN 1
                   MOVE WID-ARQ-CLIENTE    TO W-MIG-ARQ-ORIG
                   MOVE WID-ARQ-CLIE-NOVO  TO W-MIG-ARQ-NOVO
               WHEN 2
                   MOVE WID-ARQ-VENDEDOR   TO W-MIG-ARQ-ORIG
                   MOVE WID-ARQ-VEND-NOVO  TO W-MIG-ARQ-NOVO
               WHEN 3
                   MOVE WID-ARQ-DIST       TO W-MIG-ARQ-ORIG
                   MOVE WID-ARQ-DIST-NOVO  TO W-MIG-ARQ-NOVO
           END-EVALUATE

           EVALUATE TRUE
               WHEN W-MIG-SUB EQUAL 1 AND W-VLY-VERSAO(1) EQUAL 1
                   PERFORM 2110-CLIE-V01-PARA-V02
                   IF  W-MIG-ORIGEM-OK EQUAL "S"
                       PERFORM 3100-VERIFICAR-CHAVES-CLIE
                   END-IF
               WHEN W-MIG-SUB EQUAL 2 AND W-VLY-VERSAO(2) EQUAL 1
                   PERFORM 2210-VEND-V01-PARA-V02
                   IF  W-MIG-ORIGEM-OK EQUAL "S"
                       PERFORM 3200-VERIFICAR-CHAVES-VEND
                   END-IF
               WHEN W-MIG-SUB EQUAL 3 AND W-VLY-VERSAO(3) EQUAL 1
                   PERFORM 2310-DIST-V01-PARA-V02
                   IF  W-MIG-ORIGEM-OK EQUAL "S"
                       PERFORM 3300-VERIFICAR-CHAVES-DIST
                   END-IF
               WHEN OTHER
                   MOVE W-VLY-VERSAO(W-MIG-SUB)
                                       TO W-MIG-VERSAO-ED
                   MOVE SPACES         TO W-MSGERRO
                   STRING "Sem regra de conversao da versao "
                          W-MIG-VERSAO-ED " de "
                          FUNCTION TRIM(W-VLY-NOME(W-MIG-SUB))
                          DELIMITED BY SIZE INTO W-MSGERRO
                   PERFORM 2900-AVISAR
                   MOVE "S"            TO W-MIG-ERRO
                   GO TO 1200-99-FIM
           END-EVALUATE

           IF  W-MIG-ORIGEM-OK         EQUAL "N"
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro ao abrir "
                      FUNCTION TRIM(W-VLY-NOME(W-MIG-SUB))
                      " na versao de origem"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 2900-AVISAR
               MOVE "S"                TO W-MIG-ERRO
               GO TO 1200-99-FIM
           END-IF

           PERFORM 4000-CONCLUIR-CONVERSAO.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-CLIE-V01-PARA-V02          SECTION.
      *----------------------------------------------------------------*
      * Clientes 01 -> 02: registro de 249 para 278 bytes; a copia
      * nova recebe o registro antigo e a cauda padrao dos campos
      * acrescentados.
           OPEN INPUT ARQ-CLIE-V01
           IF  NOT FS-OK
               GO TO 2110-99-FIM
           END-IF
           MOVE "S"                    TO W-MIG-ORIGEM-OK

           OPEN OUTPUT ARQ-CLIE-NOVO
           IF  FS-OK
               MOVE ZEROS              TO V1CLI-CODIGO
               START ARQ-CLIE-V01 KEY IS GREATER THAN V1CLI-CODIGO
               IF  FS-OK
                   READ ARQ-CLIE-V01 NEXT
               END-IF
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-LIDOS
                   MOVE SPACES         TO REG-ARQ-CLIE-NOVO
                   MOVE REG-ARQ-CLIE-V01
                                       TO REG-ARQ-CLIE-NOVO(1:249)
                   MOVE W-CAUDA-CLIE-V01
                                       TO REG-ARQ-CLIE-NOVO(250:29)
                   WRITE REG-ARQ-CLIE-NOVO
                   IF  FS-OK
                       ADD 1           TO W-MIG-GRAVADOS
                   END-IF
                   READ ARQ-CLIE-V01 NEXT
               END-PERFORM
               CLOSE ARQ-CLIE-NOVO
           END-IF
           CLOSE ARQ-CLIE-V01.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-VEND-V01-PARA-V02          SECTION.
      *----------------------------------------------------------------*
      * Vendedores 01 -> 02: registro de 245 para 257 bytes; descarta
      * o filler final antigo de 1 byte e completa com a cauda padrao.
           OPEN INPUT ARQ-VEND-V01
           IF  NOT FS-OK
               GO TO 2210-99-FIM
           END-IF
           MOVE "S"                    TO W-MIG-ORIGEM-OK

           OPEN OUTPUT ARQ-VEND-NOVO
           IF  FS-OK
               MOVE ZEROS              TO V1VEN-CODIGO
               START ARQ-VEND-V01 KEY IS GREATER THAN V1VEN-CODIGO
               IF  FS-OK
                   READ ARQ-VEND-V01 NEXT
               END-IF
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-LIDOS
                   MOVE SPACES         TO REG-ARQ-VEND-NOVO
                   MOVE REG-ARQ-VEND-V01
                                       TO REG-ARQ-VEND-NOVO(1:244)
                   MOVE W-CAUDA-VEND-V01
                                       TO REG-ARQ-VEND-NOVO(245:13)
                   WRITE REG-ARQ-VEND-NOVO
                   IF  FS-OK
                       ADD 1           TO W-MIG-GRAVADOS
                   END-IF
                   READ ARQ-VEND-V01 NEXT
               END-PERFORM
               CLOSE ARQ-VEND-NOVO
           END-IF
           CLOSE ARQ-VEND-V01.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-DIST-V01-PARA-V02          SECTION.
      *----------------------------------------------------------------*
      * Distribuicao 01 -> 02: chave so o cliente passa a cliente +
      * linha de negocio; cada atribuicao vai para a linha 01 e o
      * restante do registro desloca duas posicoes.
           OPEN INPUT ARQ-DIST-V01
           IF  NOT FS-OK
               GO TO 2310-99-FIM
           END-IF
           MOVE "S"                    TO W-MIG-ORIGEM-OK

           OPEN OUTPUT ARQ-DIST-NOVO
           IF  FS-OK
               MOVE ZEROS              TO V1DIS-CLIE-CODIGO
               START ARQ-DIST-V01 KEY IS NOT LESS THAN
                     V1DIS-CLIE-CODIGO
               IF  FS-OK
                   READ ARQ-DIST-V01 NEXT
               END-IF
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-LIDOS
                   MOVE SPACES         TO REG-ARQ-DIST-NOVO
                   MOVE V1DIS-CLIE-CODIGO
                                       TO NDIS-CLIE-CODIGO
                   MOVE W-DIST-LINHA-PADRAO
                                       TO NDIS-LINHA
                   MOVE V1DIS-RESTO(1:218)
                                       TO REG-ARQ-DIST-NOVO(10:218)
                   MOVE W-CAUDA-DIST-V01
                                       TO REG-ARQ-DIST-NOVO(228:3)
                   WRITE REG-ARQ-DIST-NOVO
                   IF  FS-OK
                       ADD 1           TO W-MIG-GRAVADOS
                   END-IF
                   READ ARQ-DIST-V01 NEXT
               END-PERFORM
               CLOSE ARQ-DIST-NOVO
           END-IF
           CLOSE ARQ-DIST-V01.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-VERIFICAR-CHAVES-CLIE      SECTION.
      *----------------------------------------------------------------*
      * Percorre a copia nova pelos tres caminhos de indice (codigo,
      * CNPJ e razao social); os tres precisam alcancar exatamente a
      * quantidade gravada, e a gravada a lida, senao nao ha troca.
           MOVE ZEROS                  TO W-MIG-CONT-CHAVE-1
                                          W-MIG-CONT-CHAVE-2
                                          W-MIG-CONT-CHAVE-3
           MOVE "N"                    TO W-MIG-VERIF-OK

           OPEN INPUT ARQ-CLIE-NOVO
           IF  NOT FS-OK
               GO TO 3100-99-FIM
           END-IF

           MOVE ZEROS                  TO NCLI-CODIGO
           START ARQ-CLIE-NOVO KEY IS NOT LESS THAN NCLI-CODIGO
           IF  FS-OK
               READ ARQ-CLIE-NOVO NEXT
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-CONT-CHAVE-1
                   READ ARQ-CLIE-NOVO NEXT
               END-PERFORM
           END-IF

           MOVE ZEROS                  TO NCLI-CNPJ
           START ARQ-CLIE-NOVO KEY IS NOT LESS THAN NCLI-CNPJ
           IF  FS-OK
               READ ARQ-CLIE-NOVO NEXT
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-CONT-CHAVE-2
                   READ ARQ-CLIE-NOVO NEXT
               END-PERFORM
           END-IF

           MOVE LOW-VALUES             TO NCLI-RAZAO-SOCIAL
           START ARQ-CLIE-NOVO KEY IS NOT LESS THAN NCLI-RAZAO-SOCIAL
           IF  FS-OK
               READ ARQ-CLIE-NOVO NEXT
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-CONT-CHAVE-3
                   READ ARQ-CLIE-NOVO NEXT
               END-PERFORM
           END-IF

           CLOSE ARQ-CLIE-NOVO
           PERFORM 3900-AVALIAR-CONTAGENS.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-VERIFICAR-CHAVES-VEND      SECTION.
      *----------------------------------------------------------------*
      * Caminhos de indice do vendedor: codigo, CPF e razao social.
           MOVE ZEROS                  TO W-MIG-CONT-CHAVE-1
                                          W-MIG-CONT-CHAVE-2
                                          W-MIG-CONT-CHAVE-3
           MOVE "N"                    TO W-MIG-VERIF-OK

           OPEN INPUT ARQ-VEND-NOVO
           IF  NOT FS-OK
               GO TO 3200-99-FIM
           END-IF

           MOVE ZEROS                  TO NVEN-CODIGO
           START ARQ-VEND-NOVO KEY IS NOT LESS THAN NVEN-CODIGO
           IF  FS-OK
               READ ARQ-VEND-NOVO NEXT
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-CONT-CHAVE-1
                   READ ARQ-VEND-NOVO NEXT
               END-PERFORM
           END-IF

           MOVE ZEROS                  TO NVEN-CPF
           START ARQ-VEND-NOVO KEY IS NOT LESS THAN NVEN-CPF
           IF  FS-OK
               READ ARQ-VEND-NOVO NEXT
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-CONT-CHAVE-2
                   READ ARQ-VEND-NOVO NEXT
               END-PERFORM
           END-IF

           MOVE LOW-VALUES             TO NVEN-RAZAO-SOCIAL
           START ARQ-VEND-NOVO KEY IS NOT LESS THAN NVEN-RAZAO-SOCIAL
           IF  FS-OK
               READ ARQ-VEND-NOVO NEXT
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-CONT-CHAVE-3
                   READ ARQ-VEND-NOVO NEXT
               END-PERFORM
           END-IF

           CLOSE ARQ-VEND-NOVO
           PERFORM 3900-AVALIAR-CONTAGENS.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-VERIFICAR-CHAVES-DIST      SECTION.
      *----------------------------------------------------------------*
      * Caminhos de indice da distribuicao: cliente + linha, o
      * alternativo por cliente e o por vendedor.
           MOVE ZEROS                  TO W-MIG-CONT-CHAVE-1
                                          W-MIG-CONT-CHAVE-2
                                          W-MIG-CONT-CHAVE-3
           MOVE "N"                    TO W-MIG-VERIF-OK

           OPEN INPUT ARQ-DIST-NOVO
           IF  NOT FS-OK
               GO TO 3300-99-FIM
           END-IF

           MOVE ZEROS                  TO NDIS-CHAVE
           START ARQ-DIST-NOVO KEY IS NOT LESS THAN NDIS-CHAVE
           IF  FS-OK
               READ ARQ-DIST-NOVO NEXT
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-CONT-CHAVE-1
                   READ ARQ-DIST-NOVO NEXT
               END-PERFORM
           END-IF

           MOVE ZEROS                  TO NDIS-CLIE-CODIGO
           START ARQ-DIST-NOVO KEY IS NOT LESS THAN NDIS-CLIE-CODIGO
           IF  FS-OK
               READ ARQ-DIST-NOVO NEXT
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-CONT-CHAVE-2
                   READ ARQ-DIST-NOVO NEXT
               END-PERFORM
           END-IF

           MOVE ZEROS                  TO NDIS-VEND-CODIGO
           START ARQ-DIST-NOVO KEY IS NOT LESS THAN NDIS-VEND-CODIGO
           IF  FS-OK
               READ ARQ-DIST-NOVO NEXT
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-MIG-CONT-CHAVE-3
                   READ ARQ-DIST-NOVO NEXT
               END-PERFORM
           END-IF

           CLOSE ARQ-DIST-NOVO
           PERFORM 3900-AVALIAR-CONTAGENS.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3900-AVALIAR-CONTAGENS          SECTION.
      *----------------------------------------------------------------*

           IF  W-MIG-CONT-CHAVE-1      EQUAL W-MIG-GRAVADOS AND
               W-MIG-CONT-CHAVE-2      EQUAL W-MIG-GRAVADOS AND
               W-MIG-CONT-CHAVE-3      EQUAL W-MIG-GRAVADOS AND
               W-MIG-GRAVADOS          EQUAL W-MIG-LIDOS
               MOVE "S"                TO W-MIG-VERIF-OK
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CONCLUIR-CONVERSAO         SECTION.
      *----------------------------------------------------------------*
      * Conferencia aprovada: o original fica como .Vnn (versao de
      * origem) para retorno, a copia nova assume o nome oficial e a
      * marca avanca uma versao; reprovada, a copia e descartada e o
      * original e a marca ficam como estavam.
           IF  W-MIG-VERIF-OK          EQUAL "N"
               CALL "CBL_DELETE_FILE"  USING W-MIG-ARQ-NOVO
                   RETURNING W-MIG-RC
               ON EXCEPTION
                   CONTINUE
               END-CALL
               MOVE SPACES             TO W-MSGERRO
               STRING "Conferencia de "
                      FUNCTION TRIM(W-VLY-NOME(W-MIG-SUB))
                      " reprovada (contagem ou indice)"
                      ", original mantido"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 2900-AVISAR
               MOVE "S"                TO W-MIG-ERRO
               GO TO 4000-99-FIM
           END-IF

           MOVE W-VLY-VERSAO(W-MIG-SUB) TO W-MIG-VERSAO-ED
           MOVE SPACES                 TO W-MIG-ARQ-ANTERIOR
           STRING FUNCTION TRIM(W-MIG-ARQ-ORIG) ".V" W-MIG-VERSAO-ED
                  DELIMITED BY SIZE INTO W-MIG-ARQ-ANTERIOR

           CALL "CBL_DELETE_FILE"      USING W-MIG-ARQ-ANTERIOR
               RETURNING W-MIG-RC
           ON EXCEPTION
               CONTINUE
           END-CALL
           CALL "CBL_RENAME_FILE"      USING W-MIG-ARQ-ORIG
                                             W-MIG-ARQ-ANTERIOR
               RETURNING W-MIG-RC
           ON EXCEPTION
               MOVE 1                  TO W-MIG-RC
           END-CALL
           IF  W-MIG-RC                EQUAL ZEROS
               CALL "CBL_RENAME_FILE"  USING W-MIG-ARQ-NOVO
                                             W-MIG-ARQ-ORIG
                   RETURNING W-MIG-RC
               ON EXCEPTION
                   MOVE 1              TO W-MIG-RC
               END-CALL
           END-IF

           IF  W-MIG-RC                NOT EQUAL ZEROS
               MOVE "Falha na troca dos arquivos - confira .Vnn e .NEW
      -            " no diretorio de dados"
                                       TO W-MSGERRO
               PERFORM 2900-AVISAR
               MOVE "S"                TO W-MIG-ERRO
               GO TO 4000-99-FIM
           END-IF

           ADD 1                       TO W-VLY-VERSAO(W-MIG-SUB)
           PERFORM 1110-MARCAR-VERSAO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC201P - "
                       FUNCTION TRIM(W-VLY-NOME(W-MIG-SUB))
                       " convertido: lidos " W-MIG-LIDOS
                       " gravados " W-MIG-GRAVADOS
                       " - anterior em "
                       FUNCTION TRIM(W-MIG-ARQ-ANTERIOR)
           ELSE
               DISPLAY S-CLS
               DISPLAY S-TELA-VERSOES
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-AVISAR                     SECTION.
      *----------------------------------------------------------------*

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC201P - " FUNCTION TRIM(W-MSGERRO)
               INITIALIZE W-MSGERRO
           ELSE
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas marcas de versao do layout dos mestres
       COPY ".\copybooks\GCC201R.cpy".
