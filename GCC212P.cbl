      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC212P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC212P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Atualizacao da base de treinamento - copia os *
      *                  arquivos de dados da carteira (CARTEIRA_DIR)  *
      *                  para o diretorio de treinamento apontado por  *
      *                  CARTEIRA_DIR_TREINO e aplica na copia as      *
      *                  regras de anonimizacao do GCC074P a todos os  *
      *                  clientes (ativos e arquivados), vendedores,   *
      *                  supervisores (com o CPF), prospects,          *
      *                  pesquisas NPS, linhas de distribuicao (atual  *
      *                  e anterior) e contatos. Relatorios, trilhas   *
      *                  de auditoria, logs de rejeicao, importacoes   *
      *                  pendentes, os arquivos de interface e de      *
      *                  folha e os de trabalho com dados pessoais     *
      *                  (distribuicao pendente, contatos invalidos,   *
      *                  propostas de movimentacao) nao sao copiados   *
      *                  (ficam limpos na base de treinamento). O      *
      *                  marcador BASE-TREINAMENTO.MRK, gravado antes  *
      *                  da copia, faz as telas mostrarem "BASE DE     *
      *                  TREINAMENTO" e bloqueia o envio externo de    *
      *                  relatorios e arquivos (0050/8600 do GCC000R). *
      *                  So o administrador executa; diretorio de      *
      *                  destino com dados e sem marcador nao e        *
      *                  sobrescrito.                                  *
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
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FC.cpy".
      * Arquivo historico de clientes arquivados
       COPY ".\copybooks\GCC070FC.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * CPF dos supervisores
       COPY ".\copybooks\GCC214FC.cpy".
      * Cadastro de prospects
       COPY ".\copybooks\GCC102FC.cpy".
      * Pesquisas NPS
       COPY ".\copybooks\GCC177FC.cpy".
      * Marcador da base de treinamento
       COPY ".\copybooks\GCC212FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FD.cpy".
      * Arquivo historico de clientes arquivados
       COPY ".\copybooks\GCC070FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * CPF dos supervisores
       COPY ".\copybooks\GCC214FD.cpy".
      * Cadastro de prospects
       COPY ".\copybooks\GCC102FD.cpy".
      * Pesquisas NPS
       COPY ".\copybooks\GCC177FD.cpy".
      * Marcador da base de treinamento
       COPY ".\copybooks\GCC212FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

       01  W-TRN-AREA.
           05  W-TRN-DIR-ORIGEM        PIC X(40) VALUE SPACES.
           05  W-TRN-DIR-ORIGEM-TELA   PIC X(40) VALUE SPACES.
           05  W-TRN-DIR-TREINO        PIC X(40) VALUE SPACES.
           05  W-TRN-ARQ-ORIGEM        PIC X(82) VALUE SPACES.
           05  W-TRN-ARQ-DESTINO       PIC X(82) VALUE SPACES.
           05  W-TRN-NOME              PIC X(40) VALUE SPACES.
           05  W-TRN-NOME-MARCA        PIC X(40) VALUE SPACES.
           05  W-TRN-NOME-CLIENTE      PIC X(40) VALUE SPACES.
           05  W-TRN-OK                PIC X(01) VALUE "S".
           05  W-TRN-ACAO              PIC X(01) VALUE "C".
               88  W-TRN-COPIAR        VALUE "C".
               88  W-TRN-LIMPAR        VALUE "L".
           05  W-TRN-RC                PIC 9(04) VALUE ZEROS COMP.
           05  W-TRN-SUB               PIC 9(03) VALUE ZEROS.
           05  W-TRN-SUB-LIM           PIC 9(02) VALUE ZEROS.
           05  W-TRN-TALLY             PIC 9(03) VALUE ZEROS.
      * Arquivos de interface (entrada e saida) e de folha: nao vao
      * para a base de treinamento. Os nomes sao os padrao de
      * W-ARQUIVOS, guardados antes de 0050-CONFIGURAR-DIR-DADOS.
           05  W-TRN-QTDE-LIMPAR       PIC 9(02) VALUE ZEROS.
           05  W-TRN-LIMPAR-NOME       OCCURS 25 TIMES PIC X(40).
      * Identificadores sinteticos derivados do codigo, como no
      * GCC074P: mantem as chaves alternativas unicas.
           05  W-TRN-CNPJ-SINT         PIC 9(14) VALUE ZEROS.
           05  FILLER REDEFINES W-TRN-CNPJ-SINT.
               10  W-TRN-CNPJ-PREF     PIC 9(07).
               10  W-TRN-CNPJ-COD      PIC 9(07).
           05  W-TRN-CPF-SINT          PIC 9(11) VALUE ZEROS.
           05  FILLER REDEFINES W-TRN-CPF-SINT.
               10  W-TRN-CPF-PREF      PIC 9(04).
               10  W-TRN-CPF-COD       PIC 9(07).
      * Totais da atualizacao (mostrados na tela ao final).
           05  W-TRN-COPIADOS          PIC 9(05) VALUE ZEROS.
           05  W-TRN-LIMPOS            PIC 9(05) VALUE ZEROS.
           05  W-TRN-FALHAS            PIC 9(05) VALUE ZEROS.
           05  W-TRN-QTDE-CLIE         PIC 9(07) VALUE ZEROS.
           05  W-TRN-QTDE-VEND         PIC 9(07) VALUE ZEROS.
           05  W-TRN-QTDE-DIST         PIC 9(07) VALUE ZEROS.
           05  W-TRN-QTDE-CONT         PIC 9(07) VALUE ZEROS.
           05  W-TRN-QTDE-HIST         PIC 9(07) VALUE ZEROS.
           05  W-TRN-QTDE-SUP          PIC 9(07) VALUE ZEROS.
           05  W-TRN-QTDE-PROSP        PIC 9(07) VALUE ZEROS.
           05  W-TRN-QTDE-NPS          PIC 9(07) VALUE ZEROS.

      * Area de retorno de CBL_CHECK_FILE_EXIST: tamanho do arquivo
      * em bytes (binario de 8 bytes) seguido da data/hora.
       01  W-TRN-INFO-ARQ.
           05  W-TRN-TAMANHO           PIC 9(18) COMP.
           05  FILLER                  PIC X(08).

      * Nomes padrao de todos os arquivos da carteira (W-ARQUIVOS antes
      * de 0050-CONFIGURAR-DIR-DADOS): lista do que e copiado e base
      * para reapontar os nomes para a base de treinamento e de volta.
      * Os nomes WID-ARQ- vem primeiro em W-ARQUIVOS; o primeiro nome
      * em branco (W-ARQ-RELATO) encerra a lista.
       01  W-TRN-ARQUIVOS-ORIG         PIC X(16000) VALUE SPACES.
       01  W-TRN-CATALOGO REDEFINES W-TRN-ARQUIVOS-ORIG.
           05  W-TRN-CAT-NOME          OCCURS 400 TIMES PIC X(40).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela da base de treinamento
       COPY ".\copybooks\GCC212S.cpy".
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

           MOVE W-ARQUIVOS             TO W-TRN-ARQUIVOS-ORIG
           MOVE WID-ARQ-MARCA-TREINO   TO W-TRN-NOME-MARCA
           PERFORM 0100-MONTAR-LISTA-LIMPAR

           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR

           MOVE "Base de Treinamento"  TO W-MODULO
           MOVE "<Esc> Voltar"         TO W-STATUS

           IF  NOT W-PERFIL-ADMIN
               MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

           MOVE W-DIR-DADOS            TO W-TRN-DIR-ORIGEM
           IF  W-TRN-DIR-ORIGEM        EQUAL SPACES
               MOVE "(diretorio atual)" TO W-TRN-DIR-ORIGEM-TELA
           ELSE
               MOVE W-TRN-DIR-ORIGEM   TO W-TRN-DIR-ORIGEM-TELA
           END-IF
           MOVE SPACES                 TO W-TRN-DIR-TREINO
           DISPLAY "CARTEIRA_DIR_TREINO" UPON ENVIRONMENT-NAME
           ACCEPT  W-TRN-DIR-TREINO    FROM ENVIRONMENT-VALUE

           DISPLAY S-CLS
           DISPLAY S-TELA-TREINO

           PERFORM 1000-VALIDAR
           IF  W-TRN-OK                EQUAL "N"
               PERFORM 8500-MOSTRA-AVISO
               GOBACK
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 2000-ATUALIZAR-BASE
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-MONTAR-LISTA-LIMPAR        SECTION.
      *----------------------------------------------------------------*
      * Interfaces com ERP, CRM, BI, folha e provedores, extracoes e
      * malas diretas: levam dados reais ou seriam reenviados, entao
      * a base de treinamento comeca sem eles; o mesmo vale para os
      * arquivos de trabalho que guardam CPF, nome ou contato (a
      * distribuicao pendente de aprovacao, os contatos invalidos
      * devolvidos e as propostas de movimentacao se refazem na
      * base de treinamento). Relatorios, trilhas, rejeicoes e
      * importacoes pendentes saem pelo nome (2250).
           MOVE ZEROS                  TO W-TRN-QTDE-LIMPAR
           MOVE WID-ARQ-FOLHA-SAIDA    TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-FOLHA-RET      TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-BI-EXTRATO     TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-CRM-SAIDA      TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-CRM-RETORNO    TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-CRM-DELTA      TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-DELTA-RET      TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-REG-CNPJ       TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-KML            TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-ERP-PEDIDO     TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-ERP-PED-RET    TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-DIGEST-VEND    TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-EXTR-CONS      TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-DISTRIBUICAO   TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-DIST-EXC       TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-REL-VOLTOU     TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-RET-PROVEDOR   TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-MALA-CARTA     TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-ACESSO-DADOS   TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-SUPR-CONTATO   TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-ERP-CORR-VEND  TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-DIST-PEND      TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-CONTATO-INV    TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR
           MOVE WID-ARQ-PROP-MOVE      TO W-TRN-NOME
           PERFORM 0110-INCLUIR-LIMPAR.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0110-INCLUIR-LIMPAR             SECTION.
      *----------------------------------------------------------------*

           IF  W-TRN-QTDE-LIMPAR       LESS 25
               ADD 1                   TO W-TRN-QTDE-LIMPAR
               MOVE W-TRN-NOME         TO
                    W-TRN-LIMPAR-NOME(W-TRN-QTDE-LIMPAR)
           END-IF.

      *----------------------------------------------------------------*
       0110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-VALIDAR                    SECTION.
      *----------------------------------------------------------------*
      * A origem nao pode ser uma base de treinamento e o destino tem
      * de ser outro diretorio; destino que ja tem cadastro de
      * clientes sem o marcador e uma base de verdade e nao e tocado.
           MOVE "S"                    TO W-TRN-OK

           IF  W-BASE-TREINAMENTO
               MOVE "A base atual ja e de treinamento, tecle <Enter>"
                                       TO W-MSGERRO
               MOVE "N"                TO W-TRN-OK
               GO TO 1000-99-FIM
           END-IF

           IF  W-TRN-DIR-TREINO        EQUAL SPACES
               MOVE "CARTEIRA_DIR_TREINO nao informada, tecle <Enter>"
                                       TO W-MSGERRO
               MOVE "N"                TO W-TRN-OK
               GO TO 1000-99-FIM
           END-IF

           IF  FUNCTION TRIM(W-TRN-DIR-TREINO) EQUAL
               FUNCTION TRIM(W-TRN-DIR-ORIGEM)
               MOVE "Base de treinamento igual a de origem, tecle <Enter
      -             ">"
                                       TO W-MSGERRO
               MOVE "N"                TO W-TRN-OK
               GO TO 1000-99-FIM
           END-IF

           MOVE W-TRN-NOME-MARCA       TO W-TRN-NOME
           PERFORM 5100-MONTAR-DESTINO
           CALL "CBL_CHECK_FILE_EXIST" USING W-TRN-ARQ-DESTINO
                                             W-TRN-INFO-ARQ
               RETURNING W-TRN-RC
           ON EXCEPTION
               MOVE 1                  TO W-TRN-RC
           END-CALL
           IF  W-TRN-RC                EQUAL ZEROS
               GO TO 1000-99-FIM
           END-IF

           MOVE W-TRN-CAT-NOME(1)      TO W-TRN-NOME-CLIENTE
           MOVE W-TRN-NOME-CLIENTE     TO W-TRN-NOME
           PERFORM 5100-MONTAR-DESTINO
           CALL "CBL_CHECK_FILE_EXIST" USING W-TRN-ARQ-DESTINO
                                             W-TRN-INFO-ARQ
               RETURNING W-TRN-RC
           ON EXCEPTION
               MOVE 1                  TO W-TRN-RC
           END-CALL
           IF  W-TRN-RC                EQUAL ZEROS
               MOVE "Destino tem dados sem marcador de treinamento - nao
      -             " sobrescrito"
                                       TO W-MSGERRO
               MOVE "N"                TO W-TRN-OK
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ATUALIZAR-BASE             SECTION.
      *----------------------------------------------------------------*
      * Marcador primeiro: base copiada pela metade ja fica marcada e
      * nunca envia nada para fora.
           PERFORM 2100-GRAVAR-MARCADOR
           IF  W-TRN-OK                EQUAL "N"
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

      * O catalogo tem todos os nomes de W-ARQUIVOS, entao os
      * cadastros anonimizados abaixo (inclusive o CPF dos
      * supervisores, ARQ-SUP-CPF) chegam ao destino antes de 3100-3900.
           PERFORM 2200-COPIAR-ARQUIVO
                   VARYING W-TRN-SUB FROM 1 BY 1
                     UNTIL W-TRN-SUB GREATER 400
                        OR W-TRN-CAT-NOME(W-TRN-SUB) EQUAL SPACES

      * Nomes reapontados para a base de treinamento pelo mesmo
      * 0050-CONFIGURAR-DIR-DADOS; so anonimiza se a base reapontada
      * e mesmo a de treinamento, marcada.
           SET ENVIRONMENT "CARTEIRA_DIR" TO W-TRN-DIR-TREINO
           MOVE W-TRN-ARQUIVOS-ORIG    TO W-ARQUIVOS
           PERFORM 0050-CONFIGURAR-DIR-DADOS

           IF  W-BASE-TREINAMENTO AND
               W-DIR-DADOS             EQUAL W-TRN-DIR-TREINO
               PERFORM 3100-ANONIMIZAR-CLIENTES
               PERFORM 3200-ANONIMIZAR-VENDEDORES
               PERFORM 3300-ANONIMIZAR-DIST
               PERFORM 3400-ANONIMIZAR-DIST-ANT
               PERFORM 3500-ANONIMIZAR-CONTATOS
               PERFORM 3600-ANONIMIZAR-CLIE-HIST
               PERFORM 3700-ANONIMIZAR-SUPERVISORES
               PERFORM 3800-ANONIMIZAR-PROSPECTS
               PERFORM 3900-ANONIMIZAR-NPS
               IF  W-TRN-FALHAS        EQUAL ZEROS
                   MOVE "Base de treinamento atualizada, tecle <Enter>"
                                       TO W-MSGERRO
               ELSE
                   MOVE "Base de treinamento atualizada com falhas - ver
      -                 "ifique e repita, tecle <Enter>"
                                       TO W-MSGERRO
               END-IF
           ELSE
               MOVE "Marcador nao encontrado na base de treinamento - na
      -             "da anonimizado"
                                       TO W-MSGERRO
           END-IF

      * Volta a apontar para a base de origem (a variavel de ambiente
      * vale para os programas chamados depois pelo menu).
           SET ENVIRONMENT "CARTEIRA_DIR" TO W-TRN-DIR-ORIGEM
           MOVE W-TRN-ARQUIVOS-ORIG    TO W-ARQUIVOS
           PERFORM 0050-CONFIGURAR-DIR-DADOS

           DISPLAY S-TELA-TREINO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-GRAVAR-MARCADOR            SECTION.
      *----------------------------------------------------------------*

           MOVE W-TRN-NOME-MARCA       TO W-TRN-NOME
           PERFORM 5100-MONTAR-DESTINO
           MOVE W-TRN-ARQ-DESTINO      TO WID-ARQ-MARCA-TREINO

           OPEN OUTPUT ARQ-MARCA-TREINO
           IF  NOT FS-OK
               MOVE "Diretorio de treinamento inacessivel"
                                       TO W-MSGERRO
               MOVE "N"                TO W-TRN-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2100-99-FIM
           END-IF

           MOVE SPACES                 TO REG-ARQ-MARCA-TREINO
           MOVE "BASE DE TREINAMENTO"  TO MTRE-TITULO
           ACCEPT MTRE-DATA            FROM DATE YYYYMMDD
           ACCEPT W-TRN-NOME(1:8)      FROM TIME
           MOVE W-TRN-NOME(1:6)        TO MTRE-HORA
           MOVE W-OPERADOR             TO MTRE-OPERADOR
           MOVE W-TRN-DIR-ORIGEM-TELA  TO MTRE-ORIGEM
           WRITE REG-ARQ-MARCA-TREINO
           CLOSE ARQ-MARCA-TREINO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-COPIAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*
      * Copia anterior de qualquer arquivo da carteira e apagada no
      * destino; o que existe na origem e copiado ou fica limpo.
           MOVE W-TRN-CAT-NOME(W-TRN-SUB)
                                       TO W-TRN-NOME
           IF  W-TRN-NOME              EQUAL W-TRN-NOME-MARCA
               GO TO 2200-99-FIM
           END-IF

           PERFORM 5100-MONTAR-DESTINO
           CALL "CBL_DELETE_FILE"      USING W-TRN-ARQ-DESTINO
               RETURNING W-TRN-RC
           ON EXCEPTION CONTINUE END-CALL

           IF  W-TRN-DIR-ORIGEM        EQUAL SPACES
               MOVE W-TRN-NOME         TO W-TRN-ARQ-ORIGEM
           ELSE
               MOVE SPACES             TO W-TRN-ARQ-ORIGEM
               STRING FUNCTION TRIM(W-TRN-DIR-ORIGEM) "\"
                      FUNCTION TRIM(W-TRN-NOME)
                      DELIMITED BY SIZE INTO W-TRN-ARQ-ORIGEM
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING W-TRN-ARQ-ORIGEM
                                             W-TRN-INFO-ARQ
               RETURNING W-TRN-RC
           ON EXCEPTION
               MOVE 1                  TO W-TRN-RC
           END-CALL
           IF  W-TRN-RC                NOT EQUAL ZEROS
               GO TO 2200-99-FIM
           END-IF

           PERFORM 2250-CLASSIFICAR-ARQUIVO
           IF  W-TRN-LIMPAR
               ADD 1                   TO W-TRN-LIMPOS
               GO TO 2200-99-FIM
           END-IF

           CALL "CBL_COPY_FILE"        USING W-TRN-ARQ-ORIGEM
                                             W-TRN-ARQ-DESTINO
               RETURNING W-TRN-RC
           ON EXCEPTION
               MOVE 1                  TO W-TRN-RC
           END-CALL
           IF  W-TRN-RC                EQUAL ZEROS
               ADD 1                   TO W-TRN-COPIADOS
           ELSE
               ADD 1                   TO W-TRN-FALHAS
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-CLASSIFICAR-ARQUIVO        SECTION.
      *----------------------------------------------------------------*
      * Limpos: relatorios (RELATO-), trilhas (AUDIT-), rejeicoes
      * (REJ-), importacoes pendentes (ARQ-IMP-, IMP-), copias de
      * reorganizacao (.NEW) e a lista de interfaces e folha.
           MOVE "C"                    TO W-TRN-ACAO

           IF  W-TRN-NOME(1:7)         EQUAL "RELATO-" OR
               W-TRN-NOME(1:6)         EQUAL "AUDIT-"  OR
               W-TRN-NOME(1:4)         EQUAL "REJ-"    OR
               W-TRN-NOME(1:8)         EQUAL "ARQ-IMP-" OR
               W-TRN-NOME(1:4)         EQUAL "IMP-"
               MOVE "L"                TO W-TRN-ACAO
               GO TO 2250-99-FIM
           END-IF

           MOVE ZEROS                  TO W-TRN-TALLY
           INSPECT W-TRN-NOME          TALLYING W-TRN-TALLY
                                       FOR ALL ".NEW"
           IF  W-TRN-TALLY             GREATER ZEROS
               MOVE "L"                TO W-TRN-ACAO
               GO TO 2250-99-FIM
           END-IF

           PERFORM VARYING W-TRN-SUB-LIM FROM 1 BY 1
                   UNTIL W-TRN-SUB-LIM GREATER W-TRN-QTDE-LIMPAR
               IF  W-TRN-NOME          EQUAL
                   W-TRN-LIMPAR-NOME(W-TRN-SUB-LIM)
                   MOVE "L"            TO W-TRN-ACAO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-ANONIMIZAR-CLIENTES        SECTION.
      *----------------------------------------------------------------*
      * Regras do GCC074P: CNPJ sintetico (99 + codigo), razao social
      * padrao (aqui com o codigo, para a base continuar navegavel),
      * telefone, e-mail e endereco limpos. CEP, coordenadas e
      * situacao ficam: sao a entrada da distribuicao que se treina.
           OPEN I-O ARQ-CLIENTE
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3100-99-FIM
           END-IF

           READ ARQ-CLIENTE NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               PERFORM 3110-MASCARAR-CLIENTE
               REWRITE REG-ARQ-CLIENTE
               IF  FS-OK
                   ADD 1               TO W-TRN-QTDE-CLIE
               ELSE
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-CLIENTE NEXT RECORD
           END-PERFORM
           CLOSE ARQ-CLIENTE
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-MASCARAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      * Regras do cliente sobre REG-ARQ-CLIENTE (ativo ou arquivado).
           MOVE 9900000                TO W-TRN-CNPJ-PREF
           MOVE CLIE-CODIGO            TO W-TRN-CNPJ-COD
           MOVE W-TRN-CNPJ-SINT        TO CLIE-CNPJ
           MOVE SPACES                 TO CLIE-RAZAO-SOCIAL
           STRING "CLIENTE " CLIE-CODIGO
                  DELIMITED BY SIZE INTO CLIE-RAZAO-SOCIAL
           MOVE SPACES                 TO CLIE-TELEFONE
                                          CLIE-EMAIL
                                          CLIE-ENDERECO.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-ANONIMIZAR-VENDEDORES      SECTION.
      *----------------------------------------------------------------*
      * Mesmas regras para o vendedor: CPF sintetico (9900 + codigo).
           OPEN I-O ARQ-VENDEDOR
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3200-99-FIM
           END-IF

           READ ARQ-VENDEDOR NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               MOVE 9900               TO W-TRN-CPF-PREF
               MOVE VEND-CODIGO        TO W-TRN-CPF-COD
               MOVE W-TRN-CPF-SINT     TO VEND-CPF
               MOVE SPACES             TO VEND-RAZAO-SOCIAL
               STRING "VENDEDOR " VEND-CODIGO
                      DELIMITED BY SIZE INTO VEND-RAZAO-SOCIAL
               MOVE SPACES             TO VEND-TELEFONE
                                          VEND-EMAIL
                                          VEND-ENDERECO
               REWRITE REG-ARQ-VENDEDOR
               IF  FS-OK
                   ADD 1               TO W-TRN-QTDE-VEND
               ELSE
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
           CLOSE ARQ-VENDEDOR
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-ANONIMIZAR-DIST            SECTION.
      *----------------------------------------------------------------*
      * Copias de CNPJ/CPF e nomes gravadas em ARQ-DIST ficam iguais
      * as dos cadastros anonimizados.
           OPEN I-O ARQ-DIST
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3300-99-FIM
           END-IF

           READ ARQ-DIST NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               MOVE 9900000            TO W-TRN-CNPJ-PREF
               MOVE DIST-CLIE-CODIGO   TO W-TRN-CNPJ-COD
               MOVE W-TRN-CNPJ-SINT    TO DIST-CLIE-CNPJ
               MOVE SPACES             TO DIST-CLIE-RAZAO-SOCIAL
               STRING "CLIENTE " DIST-CLIE-CODIGO
                      DELIMITED BY SIZE INTO DIST-CLIE-RAZAO-SOCIAL
               IF  DIST-VEND-CODIGO    GREATER ZEROS
                   MOVE 9900           TO W-TRN-CPF-PREF
                   MOVE DIST-VEND-CODIGO
                                       TO W-TRN-CPF-COD
                   MOVE W-TRN-CPF-SINT TO DIST-VEND-CPF
                   MOVE SPACES         TO DIST-VEND-RAZAO-SOCIAL
                   STRING "VENDEDOR " DIST-VEND-CODIGO
                          DELIMITED BY SIZE
                          INTO DIST-VEND-RAZAO-SOCIAL
               END-IF
               REWRITE REG-ARQ-DIST
               IF  FS-OK
                   ADD 1               TO W-TRN-QTDE-DIST
               ELSE
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-DIST NEXT RECORD
           END-PERFORM
           CLOSE ARQ-DIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-ANONIMIZAR-DIST-ANT        SECTION.
      *----------------------------------------------------------------*

           OPEN I-O ARQ-DIST-ANT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3400-99-FIM
           END-IF

           READ ARQ-DIST-ANT NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               MOVE 9900000            TO W-TRN-CNPJ-PREF
               MOVE DIST-ANT-CLIE-CODIGO
                                       TO W-TRN-CNPJ-COD
               MOVE W-TRN-CNPJ-SINT    TO DIST-ANT-CLIE-CNPJ
               MOVE SPACES             TO DIST-ANT-CLIE-RAZAO-SOCIAL
               STRING "CLIENTE " DIST-ANT-CLIE-CODIGO
                      DELIMITED BY SIZE
                      INTO DIST-ANT-CLIE-RAZAO-SOCIAL
               IF  DIST-ANT-VEND-CODIGO GREATER ZEROS
                   MOVE 9900           TO W-TRN-CPF-PREF
                   MOVE DIST-ANT-VEND-CODIGO
                                       TO W-TRN-CPF-COD
                   MOVE W-TRN-CPF-SINT TO DIST-ANT-VEND-CPF
                   MOVE SPACES         TO DIST-ANT-VEND-RAZAO-SOCIAL
                   STRING "VENDEDOR " DIST-ANT-VEND-CODIGO
                          DELIMITED BY SIZE
                          INTO DIST-ANT-VEND-RAZAO-SOCIAL
               END-IF
               REWRITE REG-ARQ-DIST-ANT
               IF  NOT FS-OK
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-DIST-ANT NEXT RECORD
           END-PERFORM
           CLOSE ARQ-DIST-ANT
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-ANONIMIZAR-CONTATOS        SECTION.
      *----------------------------------------------------------------*
      * Contatos nomeados: nome padrao, telefone e e-mail limpos.
           OPEN I-O ARQ-CONTATO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3500-99-FIM
           END-IF

           READ ARQ-CONTATO NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               MOVE SPACES             TO CONT-NOME
               STRING "CONTATO " CONT-CLIE-CODIGO "-" CONT-SEQ
                      DELIMITED BY SIZE INTO CONT-NOME
               MOVE SPACES             TO CONT-TELEFONE
                                          CONT-EMAIL
               REWRITE REG-ARQ-CONTATO
               IF  FS-OK
                   ADD 1               TO W-TRN-QTDE-CONT
               ELSE
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-CONTATO NEXT RECORD
           END-PERFORM
           CLOSE ARQ-CONTATO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-ANONIMIZAR-CLIE-HIST       SECTION.
      *----------------------------------------------------------------*
      * Clientes arquivados: o registro tem o layout do cliente e
      * passa pelas mesmas regras (movido em grupo, como no GCC070P),
      * para o restauro na base de treinamento trazer o cliente ja
      * anonimizado.
           OPEN I-O ARQ-CLIE-HIST
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3600-99-FIM
           END-IF

           READ ARQ-CLIE-HIST NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               MOVE REG-ARQ-CLIE-HIST  TO REG-ARQ-CLIENTE
               PERFORM 3110-MASCARAR-CLIENTE
               MOVE REG-ARQ-CLIENTE    TO REG-ARQ-CLIE-HIST
               REWRITE REG-ARQ-CLIE-HIST
               IF  FS-OK
                   ADD 1               TO W-TRN-QTDE-HIST
               ELSE
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-CLIE-HIST NEXT RECORD
           END-PERFORM
           CLOSE ARQ-CLIE-HIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3700-ANONIMIZAR-SUPERVISORES    SECTION.
      *----------------------------------------------------------------*
      * Regras do vendedor para o supervisor: nome padrao com o
      * codigo, telefone e e-mail limpos e CPF sintetico. O CPF usa
      * o prefixo 9800 para nao repetir o do vendedor de mesmo
      * codigo no arquivo da folha.
           OPEN I-O ARQ-SUPERVISOR
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3700-99-FIM
           END-IF

           READ ARQ-SUPERVISOR NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               MOVE SPACES             TO SUP-NOME
               STRING "SUPERVISOR " SUP-CODIGO
                      DELIMITED BY SIZE INTO SUP-NOME
               MOVE SPACES             TO SUP-TELEFONE
                                          SUP-EMAIL
               REWRITE REG-ARQ-SUPERVISOR
               IF  FS-OK
                   ADD 1               TO W-TRN-QTDE-SUP
               ELSE
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-SUPERVISOR NEXT RECORD
           END-PERFORM
           CLOSE ARQ-SUPERVISOR

           OPEN I-O ARQ-SUP-CPF
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3700-99-FIM
           END-IF

           READ ARQ-SUP-CPF NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               MOVE 9800               TO W-TRN-CPF-PREF
               MOVE SCPF-SUP-CODIGO    TO W-TRN-CPF-COD
               MOVE W-TRN-CPF-SINT     TO SCPF-CPF
               REWRITE REG-ARQ-SUP-CPF
               IF  NOT FS-OK
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-SUP-CPF NEXT RECORD
           END-PERFORM
           CLOSE ARQ-SUP-CPF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3800-ANONIMIZAR-PROSPECTS       SECTION.
      *----------------------------------------------------------------*
      * Regras do cliente para o prospect: CNPJ sintetico com o
      * prefixo 9800000 (a conversao em cliente nao esbarra no CNPJ
      * sintetico de um cliente de mesmo codigo) e razao padrao.
           OPEN I-O ARQ-PROSPECT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3800-99-FIM
           END-IF

           READ ARQ-PROSPECT NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               MOVE 9800000            TO W-TRN-CNPJ-PREF
               MOVE PROSP-CODIGO       TO W-TRN-CNPJ-COD
               MOVE W-TRN-CNPJ-SINT    TO PROSP-CNPJ
               MOVE SPACES             TO PROSP-RAZAO-SOCIAL
               STRING "PROSPECT " PROSP-CODIGO
                      DELIMITED BY SIZE INTO PROSP-RAZAO-SOCIAL
               REWRITE REG-ARQ-PROSPECT
               IF  FS-OK
                   ADD 1               TO W-TRN-QTDE-PROSP
               ELSE
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-PROSPECT NEXT RECORD
           END-PERFORM
           CLOSE ARQ-PROSPECT
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3900-ANONIMIZAR-NPS             SECTION.
      *----------------------------------------------------------------*
      * Pesquisas NPS: CNPJ igual ao sintetico do cliente e comentario
      * (texto livre do cliente) limpo; nota e vendedor ficam.
           OPEN I-O ARQ-NPS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3900-99-FIM
           END-IF

           READ ARQ-NPS NEXT RECORD
           PERFORM UNTIL NOT FS-OK
               MOVE 9900000            TO W-TRN-CNPJ-PREF
               MOVE NPS-CLIE-CODIGO    TO W-TRN-CNPJ-COD
               MOVE W-TRN-CNPJ-SINT    TO NPS-CNPJ
               MOVE SPACES             TO NPS-COMENTARIO
               REWRITE REG-ARQ-NPS
               IF  FS-OK
                   ADD 1               TO W-TRN-QTDE-NPS
               ELSE
                   ADD 1               TO W-TRN-FALHAS
               END-IF
               READ ARQ-NPS NEXT RECORD
           END-PERFORM
           CLOSE ARQ-NPS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-MONTAR-DESTINO             SECTION.
      *----------------------------------------------------------------*
      * Nome padrao em W-TRN-NOME no diretorio de treinamento.
           MOVE SPACES                 TO W-TRN-ARQ-DESTINO
           STRING FUNCTION TRIM(W-TRN-DIR-TREINO) "\"
                  FUNCTION TRIM(W-TRN-NOME)
                  DELIMITED BY SIZE INTO W-TRN-ARQ-DESTINO.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
