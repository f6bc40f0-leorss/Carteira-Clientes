      *                  como .BAK); arquivo ainda no layout anterior *
      *                  e migrado pela definicao antiga com a cauda  *
      *                  nova completada com os valores padrao.       *
      *                  Clientes, vendedores e distribuicao trocados *
      *                  ficam com a marca de versao do layout dos    *
      *                  programas (VERSAO-LAYOUT.DAT).               *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC070FC.cpy".
      * Cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062FC.cpy".
      * Marcas de versao do layout dos mestres
       COPY ".\copybooks\GCC201FC.cpy".

      * Copia nova do cadastro de territorios
       SELECT ARQ-TERR-NOVO        ASSIGN TO  WID-ARQ-TERR-NOVO
       SELECT ARQ-DIST-NOVO        ASSIGN TO  WID-ARQ-DIST-NOVO
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS NDIS-CHAVE
           ALTERNATE KEY           IS NDIS-CLIE-CODIGO
                                   WITH DUPLICATES
           ALTERNATE KEY           IS NDIS-VEND-CODIGO
                                   WITH DUPLICATES
           LOCK MODE               IS MANUAL
       COPY ".\copybooks\GCC070FD.cpy".
      * Cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062FD.cpy".
      * Marcas de versao do layout dos mestres
       COPY ".\copybooks\GCC201FD.cpy".

      * Copias novas dos cadastros menores (layout espelhado)
       FD  ARQ-TERR-NOVO.
      * o trecho entre as chaves e o restante em blocos)
       FD  ARQ-DIST-NOVO.
       01  REG-ARQ-DIST-NOVO.
           02 NDIS-CHAVE.
               05 NDIS-CLIE-CODIGO     PIC  9(007).
               05 NDIS-LINHA           PIC  9(002).
           02 FILLER                   PIC  X(076).
           02 NDIS-VEND-CODIGO         PIC  9(007).
           02 NDIS-RESTO               PIC  X(138).

      * Origens no layout anterior (tamanhos de registro de antes
      * dos campos acrescentados; ver as caudas em W-CAUDA-*)
       FD  ARQ-DIST-ORIG.
       01  REG-ARQ-DIST-ORIG.
           02 ODIS-CLIE-CODIGO         PIC  9(007).
           02 ODIS-RESTO               PIC  X(223).

       FD  ARQ-TERR-ORIG.
       01  REG-ARQ-TERR-ORIG.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos versao do layout dos mestres
       COPY ".\copybooks\GCC201W.cpy".

       01  W-REORG-AREA.
           05  W-REORG-LIDOS           PIC 9(08) VALUE ZEROS.
           05  W-REORG-TAM-DEPOIS      PIC 9(12) VALUE ZEROS.
           05  W-REORG-TAM-RECUP       PIC S9(12) VALUE ZEROS.
           05  W-REORG-ORIGEM-OK       PIC X(01) VALUE "N".
      * Mestre com marca de versao (1 clientes, 2 vendedores,
      * 3 distribuicao); zero nos demais arquivos.
           05  W-REORG-MESTRE          PIC 9(01) VALUE ZEROS.

      * Caudas com os valores padrao dos campos acrescentados a cada
      * registro depois do layout anterior, completadas na migracao

       01  W-CAUDA-VEND.
           05 FILLER                   PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC 9(02) VALUE 1.
           05 FILLER                   PIC X(03) VALUE SPACES.

      * Distribuicao: a linha de negocio entra logo apos o codigo do
      * cliente (chave cliente + linha); o registro anterior vai
      * todo para a linha 01 e o restante desloca duas posicoes.
       01  W-CAUDA-DIST.
           05 FILLER                   PIC X(03) VALUE SPACES.
       01  W-DIST-LINHA-PADRAO         PIC 9(02) VALUE 1.

      * Area de retorno de CBL_CHECK_FILE_EXIST: tamanho do arquivo
      * em bytes (binario de 8 bytes) seguido da data/hora.
               CONTINUE
           ELSE
               INITIALIZE W-REORG-AREA
               MOVE 1                  TO W-REORG-MESTRE
               MOVE WID-ARQ-CLIENTE    TO W-REORG-ARQ-ORIG
               MOVE WID-ARQ-CLIE-NOVO  TO W-REORG-ARQ-NOVO
               PERFORM 5100-OBTER-TAMANHO-ANTES
               CONTINUE
           ELSE
               INITIALIZE W-REORG-AREA
               MOVE 2                  TO W-REORG-MESTRE
               MOVE WID-ARQ-VENDEDOR   TO W-REORG-ARQ-ORIG
               MOVE WID-ARQ-VEND-NOVO  TO W-REORG-ARQ-NOVO
               PERFORM 5100-OBTER-TAMANHO-ANTES
               CONTINUE
           ELSE
               INITIALIZE W-REORG-AREA
               MOVE 3                  TO W-REORG-MESTRE
               MOVE WID-ARQ-DIST       TO W-REORG-ARQ-ORIG
               MOVE WID-ARQ-DIST-NOVO  TO W-REORG-ARQ-NOVO
               PERFORM 5100-OBTER-TAMANHO-ANTES
                   MOVE "S"            TO W-REORG-ORIGEM-OK
                   OPEN OUTPUT ARQ-DIST-NOVO
                   IF  FS-OK
                       MOVE ZEROS      TO DIST-CHAVE
                       START ARQ-DIST KEY IS NOT LESS THAN
                             DIST-CHAVE
                       IF  FS-OK
                           READ ARQ-DIST NEXT
                       END-IF
      *----------------------------------------------------------------*
       4050-MIGRAR-DIST               SECTION.
      *----------------------------------------------------------------*
      * Origem no layout anterior (230 bytes, chave so o cliente):
      * le pela definicao antiga e grava cada atribuicao na linha de
      * negocio 01, deslocando o restante do registro.
           OPEN INPUT ARQ-DIST-ORIG
           IF  NOT FS-OK
               GO TO 4050-99-FIM
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-REORG-LIDOS
                   MOVE SPACES         TO REG-ARQ-DIST-NOVO
                   MOVE ODIS-CLIE-CODIGO
                                       TO NDIS-CLIE-CODIGO
                   MOVE W-DIST-LINHA-PADRAO
                                       TO NDIS-LINHA
                   MOVE ODIS-RESTO(1:218)
                                       TO REG-ARQ-DIST-NOVO(10:218)
                   MOVE W-CAUDA-DIST   TO REG-ARQ-DIST-NOVO(228:3)
                   WRITE REG-ARQ-DIST-NOVO
                   IF  FS-OK
                       ADD 1           TO W-REORG-GRAVADOS
      *----------------------------------------------------------------*
       4100-VERIFICAR-INDICES-DIST    SECTION.
      *----------------------------------------------------------------*
      * Percorre a copia nova pelos tres caminhos de indice (cliente
      * + linha, o alternativo por cliente e o por vendedor).
           MOVE ZEROS                  TO W-REORG-CONT-CHAVE-1
                                          W-REORG-CONT-CHAVE-2
                                          W-REORG-CONT-CHAVE-3
           MOVE "N"                    TO W-REORG-VERIF-OK

           OPEN INPUT ARQ-DIST-NOVO
           IF  FS-OK
               MOVE ZEROS              TO NDIS-CHAVE
               START ARQ-DIST-NOVO KEY IS NOT LESS THAN
                     NDIS-CHAVE
               IF  FS-OK
                   READ ARQ-DIST-NOVO NEXT
                   PERFORM UNTIL NOT FS-OK
                       ADD 1           TO W-REORG-CONT-CHAVE-1
                       READ ARQ-DIST-NOVO NEXT
                   END-PERFORM
               END-IF

               MOVE ZEROS              TO NDIS-CLIE-CODIGO
               START ARQ-DIST-NOVO KEY IS NOT LESS THAN
                     NDIS-CLIE-CODIGO
               IF  FS-OK
                   READ ARQ-DIST-NOVO NEXT
                   PERFORM UNTIL NOT FS-OK
                       ADD 1           TO W-REORG-CONT-CHAVE-3
                       READ ARQ-DIST-NOVO NEXT
                   END-PERFORM
               END-IF

               IF  W-REORG-CONT-CHAVE-1 EQUAL W-REORG-GRAVADOS AND
                   W-REORG-CONT-CHAVE-2 EQUAL W-REORG-GRAVADOS AND
                   W-REORG-CONT-CHAVE-3 EQUAL W-REORG-GRAVADOS AND
                   W-REORG-GRAVADOS     EQUAL W-REORG-LIDOS
                   MOVE "S"            TO W-REORG-VERIF-OK
               END-IF
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   IF  W-REORG-MESTRE  GREATER ZEROS
                       PERFORM 5300-MARCAR-VERSAO-LAYOUT
                   END-IF
                   PERFORM 5200-OBTER-TAMANHO-DEPOIS
                   COMPUTE W-REORG-TAM-RECUP =
                           W-REORG-TAM-ANTES - W-REORG-TAM-DEPOIS
       5200-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5300-MARCAR-VERSAO-LAYOUT      SECTION.
      *----------------------------------------------------------------*
      * A copia nova e gravada sempre pela definicao atual (tambem
      * quando a origem veio do layout anterior): a marca do mestre
      * passa a ser a versao dos programas.
           PERFORM 7010-CARREGAR-VERSOES-LAYOUT
           IF  W-VLY-VERSAO(W-REORG-MESTRE)
                                   EQUAL W-VLY-PROG(W-REORG-MESTRE)
               GO TO 5300-99-FIM
           END-IF

           MOVE W-VLY-PROG(W-REORG-MESTRE)
                                       TO W-VLY-VERSAO(W-REORG-MESTRE)
           ACCEPT W-VLY-DATA(W-REORG-MESTRE) FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO W-VLY-OPERADOR(W-REORG-MESTRE)
           PERFORM 7011-GRAVAR-VERSOES-LAYOUT
           IF  W-VLY-ERRO              EQUAL "S"
               MOVE "Erro ao gravar VERSAO-LAYOUT.DAT, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       5300-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas marcas de versao do layout dos mestres
       COPY ".\copybooks\GCC201R.cpy".
