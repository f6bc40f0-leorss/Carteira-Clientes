      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC197P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC197P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Manutencao da tabela de referencia CNAE -     *
      *                  inclui/altera/exclui uma subclasse ou divisao *
      *                  pela tela (layout GCC197FD) e carrega em lote *
      *                  a tabela oficial do IBGE (exportacao CONCLA   *
      *                  com colunas separadas por ";": secao;divisao; *
      *                  grupo;classe;subclasse;denominacao). Grupos e *
      *                  classes sao ignorados; codigo ja existente na *
      *                  carga tem a descricao atualizada; linhas      *
      *                  invalidas vao para o log de rejeitados.       *
      *                  Marca os CNAE alvo da prospeccao de CNPJs     *
      *                  novos (GCC199P); a carga preserva a marca.    *
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

      * Tabela referencia CNAE
       COPY ".\copybooks\GCC197FC.cpy".

      * Arquivo de carga da tabela oficial do IBGE
       SELECT ARQ-IMP-CNAE         ASSIGN TO  WID-ARQ-IMP-CNAE
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo log de rejeitados
       SELECT ARQ-LOG              ASSIGN TO  W-ARQ-LOG
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Tabela referencia CNAE
       COPY ".\copybooks\GCC197FD.cpy".

      * Arquivo de carga da tabela oficial do IBGE (texto delimitado)
       FD  ARQ-IMP-CNAE.
       01  REG-ARQ-IMP-CNAE             PIC X(300).

      * Arquivo log de rejeitados
       FD  ARQ-LOG.
       01  REG-ARQ-LOG                  PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos consulta tabela referencia CNAE
       COPY ".\copybooks\GCC197W.cpy".

       01  W-CAPTURA-CNAE.
           05  W-CNA-CODIGO            PIC 9(07) VALUE ZEROS.
           05  W-CNA-DESCRICAO         PIC X(80) VALUE SPACES.
           05  FILLER REDEFINES W-CNA-DESCRICAO.
               10  W-CNA-DESC-1        PIC X(40).
               10  W-CNA-DESC-2        PIC X(40).
           05  W-CNA-SECAO             PIC X(01) VALUE SPACES.
           05  W-CNA-DIVISAO           PIC 9(02) VALUE ZEROS.
           05  W-CNA-DATA-CARGA        PIC 9(08) VALUE ZEROS.
           05  W-CNA-OPERADOR          PIC X(20) VALUE SPACES.
           05  W-CNA-ALVO              PIC X(01) VALUE "N".

      *---------------------------------------------------------*
      * Carga da tabela IBGE: colunas da linha, secao e divisao
      * correntes (as linhas vem em hierarquia, a subclasse herda
      * a secao da ultima linha de secao lida) e extracao dos
      * digitos do codigo mascarado (ex. "0111-3/01").
      *---------------------------------------------------------*
       01  W-APOIO-CARGA-CNAE.
           05  W-CNA-IGNORADOS         PIC 9(10) VALUE ZEROS.
           05  W-IMP-SECAO             PIC X(10) VALUE SPACES.
           05  W-IMP-DIVISAO           PIC X(10) VALUE SPACES.
           05  W-IMP-GRUPO             PIC X(10) VALUE SPACES.
           05  W-IMP-CLASSE            PIC X(10) VALUE SPACES.
           05  W-IMP-SUBCLASSE         PIC X(20) VALUE SPACES.
           05  W-IMP-DENOMINACAO       PIC X(200) VALUE SPACES.
           05  W-IMP-SECAO-ATUAL       PIC X(01) VALUE SPACES.
           05  W-IMP-ORIGEM            PIC X(20) VALUE SPACES.
           05  W-IMP-DIGITOS           PIC X(07) VALUE SPACES.
           05  W-IMP-CODIGO REDEFINES W-IMP-DIGITOS
                                       PIC 9(07).
           05  W-IMP-QTDE-DIG          PIC 9(02) VALUE ZEROS.
           05  W-IMP-SUB               PIC 9(02) VALUE ZEROS.
           05  W-IMP-DIGITO-INVALIDO   PIC X(01) VALUE "N".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Linha; Codigo; Motivo;".

       01  W-REG-ARQ-LOG-DET.
           05 W-LOG-LINHA              PIC  9(07) VALUES ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-CODIGO             PIC  X(20) VALUES SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-MOTIVO             PIC  X(40) VALUES SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela tabela de referencia CNAE
       COPY ".\copybooks\GCC197S.cpy".
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

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE W-CAPTURA-CNAE
               MOVE "Tabela CNAE"      TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F4> Carga IBGE"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CNAE
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-INCLUIR
                   WHEN COB-SCR-F2
                       PERFORM 2000-ALTERAR
                   WHEN COB-SCR-F3
                       PERFORM 3000-EXCLUIR
                   WHEN COB-SCR-F4
                       PERFORM 4000-CARGA-LOTE
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INCLUIR                   SECTION.
      *----------------------------------------------------------------*

           PERFORM 6100-ACEITAR-CODIGO
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 7803-ABRIR-ARQ-CNAE
           IF  NOT FS-OK
               GO TO 1000-99-FIM
           END-IF

           MOVE W-CNA-CODIGO           TO CNAE-CODIGO
           PERFORM 7805-LER-ARQ-CNAE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "CNAE ja cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 6200-ACEITAR-DADOS
               IF  W-CAMPO-VALIDADO    EQUAL "S"
                   PERFORM 8100-CONFIRMA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-F1
                       INITIALIZE REG-ARQ-CNAE
                       MOVE W-CNA-CODIGO
                                       TO CNAE-CODIGO
                       PERFORM 5000-MONTAR-REG-CNAE
                       PERFORM 7807-GRAVAR-ARQ-CNAE
                       IF  FS-OK
                           MOVE "CNAE incluido, tecle <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 7813-FECHAR-ARQ-CNAE.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*
      * Altera descricao e secao; o codigo e a chave e nao muda.
           PERFORM 6100-ACEITAR-CODIGO
           IF  W-RETORNAR              EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7803-ABRIR-ARQ-CNAE
           IF  NOT FS-OK
               GO TO 2000-99-FIM
           END-IF

           MOVE W-CNA-CODIGO           TO CNAE-CODIGO
           PERFORM 7805-LER-ARQ-CNAE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "CNAE nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 6300-MOSTRAR-REG-CNAE
               PERFORM 6200-ACEITAR-DADOS
               IF  W-CAMPO-VALIDADO    EQUAL "S"
                   PERFORM 8100-CONFIRMA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-F1
                       PERFORM 5000-MONTAR-REG-CNAE
                       PERFORM 7808-REGRAVAR-ARQ-CNAE
                       IF  FS-OK
                           MOVE "CNAE alterado, tecle <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 7813-FECHAR-ARQ-CNAE.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*

           PERFORM 6100-ACEITAR-CODIGO
           IF  W-RETORNAR              EQUAL "S"
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7803-ABRIR-ARQ-CNAE
           IF  NOT FS-OK
               GO TO 3000-99-FIM
           END-IF

           MOVE W-CNA-CODIGO           TO CNAE-CODIGO
           PERFORM 7805-LER-ARQ-CNAE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "CNAE nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 6300-MOSTRAR-REG-CNAE
               PERFORM 8100-CONFIRMA
               IF  COB-CRT-STATUS      EQUAL COB-SCR-F1
                   PERFORM 7812-EXCLUIR-ARQ-CNAE
                   IF  FS-OK
                       MOVE "CNAE excluido, tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
               END-IF
           END-IF
           PERFORM 7813-FECHAR-ARQ-CNAE.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CARGA-LOTE                SECTION.
      *----------------------------------------------------------------*
      * Carga da tabela oficial: subclasses e divisoes validas entram
      * na tabela (codigo existente tem a descricao atualizada),
      * invalidas vao para o log de rejeitados.
           MOVE WID-ARQ-IMP-CNAE       TO S-ARQ-IMP-CNAE
           DISPLAY S-TELA-CARGA-CNAE
           ACCEPT S-ARQ-IMP-CNAE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF

           INITIALIZE W-CONTADORES
           MOVE ZEROS                  TO W-CNA-IGNORADOS
           MOVE SPACES                 TO W-IMP-SECAO-ATUAL
           MOVE WID-ARQ-LOG-CNAE       TO W-ARQ-LOG
           MOVE "N"                    TO W-GRAVADO

           OPEN INPUT ARQ-IMP-CNAE
           IF  NOT FS-OK
               MOVE "Arquivo de carga nao encontrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4000-99-FIM
           END-IF

           PERFORM 7803-ABRIR-ARQ-CNAE
           IF  NOT FS-OK
               CLOSE ARQ-IMP-CNAE
               GO TO 4000-99-FIM
           END-IF

           PERFORM 7710-ABRIR-ARQ-LOG
           READ ARQ-IMP-CNAE NEXT
           PERFORM UNTIL NOT FS-OK
               ADD 1                   TO W-LIDOS
               PERFORM 4100-PROCESSAR-LINHA-CARGA
               READ ARQ-IMP-CNAE NEXT
           END-PERFORM
           CLOSE ARQ-IMP-CNAE
           PERFORM 7790-FECHAR-ARQ-LOG
           PERFORM 7813-FECHAR-ARQ-CNAE

           DISPLAY S-TELA-CONT-CNAE
           MOVE "Carga concluida, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-PROCESSAR-LINHA-CARGA     SECTION.
      *----------------------------------------------------------------*
      * Cada linha traz um so nivel preenchido: secao (letra), divisao
      * (2 digitos), grupo, classe ou subclasse (codigo mascarado).
           MOVE SPACES                 TO W-IMP-SECAO W-IMP-DIVISAO
                                          W-IMP-GRUPO W-IMP-CLASSE
                                          W-IMP-SUBCLASSE
                                          W-IMP-DENOMINACAO
           UNSTRING REG-ARQ-IMP-CNAE DELIMITED BY ";"
               INTO W-IMP-SECAO W-IMP-DIVISAO W-IMP-GRUPO
                    W-IMP-CLASSE W-IMP-SUBCLASSE W-IMP-DENOMINACAO
           END-UNSTRING

      *    Linha de cabecalho da exportacao
           IF  W-IMP-SECAO(1:5)        EQUAL "SECAO" OR "Secao"
                                          OR "secao"
               ADD 1                   TO W-CNA-IGNORADOS
               GO TO 4100-99-FIM
           END-IF

           MOVE W-LIDOS                TO W-LOG-LINHA

           IF  W-IMP-DENOMINACAO       EQUAL SPACES
               MOVE SPACES             TO W-LOG-CODIGO
               MOVE "Linha sem denominacao"
                                       TO W-LOG-MOTIVO
               PERFORM 4900-REJEITAR-LINHA
               GO TO 4100-99-FIM
           END-IF

           EVALUATE TRUE
               WHEN W-IMP-SUBCLASSE    NOT EQUAL SPACES
                   PERFORM 4200-CARREGAR-SUBCLASSE
               WHEN W-IMP-CLASSE       NOT EQUAL SPACES OR
                    W-IMP-GRUPO        NOT EQUAL SPACES
                   ADD 1               TO W-CNA-IGNORADOS
               WHEN W-IMP-DIVISAO      NOT EQUAL SPACES
                   PERFORM 4300-CARREGAR-DIVISAO
               WHEN W-IMP-SECAO        NOT EQUAL SPACES
                   IF  W-IMP-SECAO(2:) EQUAL SPACES AND
                       W-IMP-SECAO(1:1) ALPHABETIC
                       MOVE W-IMP-SECAO(1:1)
                                       TO W-IMP-SECAO-ATUAL
                       ADD 1           TO W-CNA-IGNORADOS
                   ELSE
                       MOVE W-IMP-SECAO
                                       TO W-LOG-CODIGO
                       MOVE "Secao invalida"
                                       TO W-LOG-MOTIVO
                       PERFORM 4900-REJEITAR-LINHA
                   END-IF
               WHEN OTHER
                   MOVE SPACES         TO W-LOG-CODIGO
                   MOVE "Linha fora do layout esperado"
                                       TO W-LOG-MOTIVO
                   PERFORM 4900-REJEITAR-LINHA
           END-EVALUATE.

      *----------------------------------------------------------------*
       4100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-CARREGAR-SUBCLASSE        SECTION.
      *----------------------------------------------------------------*

           MOVE W-IMP-SUBCLASSE        TO W-IMP-ORIGEM
           PERFORM 4500-EXTRAIR-DIGITOS
           IF  W-IMP-DIGITO-INVALIDO   EQUAL "S" OR
               W-IMP-QTDE-DIG          NOT EQUAL 7 OR
               W-IMP-CODIGO(1:2)       EQUAL "00"   OR
               W-IMP-CODIGO(3:5)       EQUAL "00000"
               MOVE W-IMP-SUBCLASSE    TO W-LOG-CODIGO
               MOVE "Subclasse sem 7 digitos validos"
                                       TO W-LOG-MOTIVO
               PERFORM 4900-REJEITAR-LINHA
               GO TO 4200-99-FIM
           END-IF
           IF  W-IMP-SECAO-ATUAL       EQUAL SPACES
               MOVE W-IMP-SUBCLASSE    TO W-LOG-CODIGO
               MOVE "Subclasse antes de qualquer secao"
                                       TO W-LOG-MOTIVO
               PERFORM 4900-REJEITAR-LINHA
               GO TO 4200-99-FIM
           END-IF

           MOVE W-IMP-CODIGO           TO W-CNA-CODIGO
           MOVE W-IMP-DENOMINACAO      TO W-CNA-DESCRICAO
           MOVE W-IMP-SECAO-ATUAL      TO W-CNA-SECAO
           PERFORM 4400-GRAVAR-CODIGO-CARGA.

      *----------------------------------------------------------------*
       4200-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-CARREGAR-DIVISAO          SECTION.
      *----------------------------------------------------------------*

           MOVE W-IMP-DIVISAO          TO W-IMP-ORIGEM
           PERFORM 4500-EXTRAIR-DIGITOS
           IF  W-IMP-DIGITO-INVALIDO   EQUAL "S" OR
               W-IMP-QTDE-DIG          NOT EQUAL 2 OR
               W-IMP-DIGITOS(1:2)      EQUAL "00"
               MOVE W-IMP-DIVISAO      TO W-LOG-CODIGO
               MOVE "Divisao sem 2 digitos validos"
                                       TO W-LOG-MOTIVO
               PERFORM 4900-REJEITAR-LINHA
               GO TO 4300-99-FIM
           END-IF
           IF  W-IMP-SECAO-ATUAL       EQUAL SPACES
               MOVE W-IMP-DIVISAO      TO W-LOG-CODIGO
               MOVE "Divisao antes de qualquer secao"
                                       TO W-LOG-MOTIVO
               PERFORM 4900-REJEITAR-LINHA
               GO TO 4300-99-FIM
           END-IF

           MOVE W-IMP-DIGITOS(1:2)     TO W-CNA-CODIGO(1:2)
           MOVE "00000"                TO W-CNA-CODIGO(3:5)
           MOVE W-IMP-DENOMINACAO      TO W-CNA-DESCRICAO
           MOVE W-IMP-SECAO-ATUAL      TO W-CNA-SECAO
           PERFORM 4400-GRAVAR-CODIGO-CARGA.

      *----------------------------------------------------------------*
       4300-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-GRAVAR-CODIGO-CARGA       SECTION.
      *----------------------------------------------------------------*
      * Codigo existente tem descricao e secao atualizadas e mantem
      * a marca de alvo de prospeccao; codigo novo entra sem marca.
           MOVE W-CNA-CODIGO           TO CNAE-CODIGO
           PERFORM 7805-LER-ARQ-CNAE-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CNAE-ALVO          TO W-CNA-ALVO
               PERFORM 5000-MONTAR-REG-CNAE
               PERFORM 7808-REGRAVAR-ARQ-CNAE
           ELSE
               INITIALIZE REG-ARQ-CNAE
               MOVE W-CNA-CODIGO       TO CNAE-CODIGO
               MOVE "N"                TO W-CNA-ALVO
               PERFORM 5000-MONTAR-REG-CNAE
               PERFORM 7807-GRAVAR-ARQ-CNAE
           END-IF

           IF  FS-OK
               ADD 1                   TO W-GRAVADOS
           ELSE
               MOVE W-CNA-CODIGO       TO W-LOG-CODIGO
               STRING "Erro de gravacao. FS: " WS-RESULTADO-ACESSO
                      DELIMITED BY SIZE INTO W-LOG-MOTIVO
               PERFORM 4900-REJEITAR-LINHA
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF.

      *----------------------------------------------------------------*
       4400-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-EXTRAIR-DIGITOS           SECTION.
      *----------------------------------------------------------------*
      * Junta os digitos de W-IMP-ORIGEM ignorando a mascara ("." "-"
      * "/"); outro caractere invalida o codigo.
           MOVE ZEROS                  TO W-IMP-DIGITOS
           MOVE ZEROS                  TO W-IMP-QTDE-DIG
           MOVE "N"                    TO W-IMP-DIGITO-INVALIDO

           PERFORM VARYING W-IMP-SUB FROM 1 BY 1
                   UNTIL W-IMP-SUB GREATER 20
               EVALUATE TRUE
                   WHEN W-IMP-ORIGEM(W-IMP-SUB:1) NUMERIC
                       ADD 1           TO W-IMP-QTDE-DIG
                       IF  W-IMP-QTDE-DIG GREATER 7
                           MOVE "S"    TO W-IMP-DIGITO-INVALIDO
                       ELSE
                           MOVE W-IMP-ORIGEM(W-IMP-SUB:1)
                             TO W-IMP-DIGITOS(W-IMP-QTDE-DIG:1)
                       END-IF
                   WHEN W-IMP-ORIGEM(W-IMP-SUB:1) EQUAL "." OR "-"
                                                  OR "/" OR SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "S"        TO W-IMP-DIGITO-INVALIDO
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       4500-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4900-REJEITAR-LINHA            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-ERROS
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       4900-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      *----------------------------------------------------------------*
       5000-MONTAR-REG-CNAE           SECTION.
      *----------------------------------------------------------------*
      * Nivel e divisao sao derivados do codigo: DD00000 e a linha da
      * divisao DD, qualquer outro codigo e subclasse.
           MOVE W-CNA-DESCRICAO        TO CNAE-DESCRICAO
           MOVE W-CNA-SECAO            TO CNAE-SECAO
           MOVE W-CNA-ALVO             TO CNAE-ALVO
           MOVE W-CNA-CODIGO(1:2)      TO CNAE-DIVISAO
           IF  W-CNA-CODIGO(3:5)       EQUAL "00000"
               SET CNAE-DIVISAO-REG    TO TRUE
           ELSE
               SET CNAE-SUBCLASSE      TO TRUE
           END-IF
           ACCEPT CNAE-DATA-CARGA      FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO CNAE-OPERADOR.

      *----------------------------------------------------------------*
       5000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-ACEITAR-CODIGO            SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-RETORNAR
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CNAE

           ACCEPT S-CNA-CODIGO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               IF  W-CNA-CODIGO(1:2)   EQUAL "00"
                   MOVE "Codigo CNAE invalido, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   MOVE "S"            TO W-RETORNAR
               ELSE
                   MOVE W-CNA-CODIGO(1:2)
                                       TO W-CNA-DIVISAO
                   DISPLAY S-TELA-CNAE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-ACEITAR-DADOS             SECTION.
      *----------------------------------------------------------------*

           MOVE "N"                    TO W-CAMPO-VALIDADO

           ACCEPT S-CNA-DESC-1
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6200-99-FIM
           END-IF
           ACCEPT S-CNA-DESC-2
           ACCEPT S-CNA-SECAO
           INSPECT W-CNA-SECAO CONVERTING "abcdefghijklmnopqrstu"
                                       TO "ABCDEFGHIJKLMNOPQRSTU"
           ACCEPT S-CNA-ALVO
           INSPECT W-CNA-ALVO  CONVERTING "sn" TO "SN"
           IF  W-CNA-ALVO              EQUAL SPACE
               MOVE "N"                TO W-CNA-ALVO
           END-IF

           IF  W-CNA-DESCRICAO         EQUAL SPACES
               MOVE "Descricao obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
           IF  W-CNA-SECAO             LESS "A" OR
               W-CNA-SECAO             GREATER "U"
               MOVE "Secao invalida (A a U), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
           IF  W-CNA-ALVO              NOT EQUAL "S" AND
               W-CNA-ALVO              NOT EQUAL "N"
               MOVE "Alvo de prospeccao deve ser S ou N, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               MOVE "S"                TO W-CAMPO-VALIDADO
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       6200-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-MOSTRAR-REG-CNAE          SECTION.
      *----------------------------------------------------------------*

           MOVE CNAE-DESCRICAO         TO W-CNA-DESCRICAO
           MOVE CNAE-SECAO             TO W-CNA-SECAO
           MOVE CNAE-DIVISAO           TO W-CNA-DIVISAO
           MOVE CNAE-DATA-CARGA        TO W-CNA-DATA-CARGA
           MOVE CNAE-OPERADOR          TO W-CNA-OPERADOR
           MOVE CNAE-ALVO              TO W-CNA-ALVO
           IF  W-CNA-ALVO              NOT EQUAL "S"
               MOVE "N"                TO W-CNA-ALVO
           END-IF
           DISPLAY S-TELA-CNAE.

      *----------------------------------------------------------------*
       6300-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7710-ABRIR-ARQ-LOG              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-LOG
           IF  NOT FS-OK
               STRING "Erro abrir arquivo log. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7760-GRAVAR-ARQ-LOG             SECTION.
      *----------------------------------------------------------------*
      *
           IF  W-GRAVADO               EQUAL "N"
               WRITE REG-ARQ-LOG       FROM W-REG-ARQ-LOG-CAB
               MOVE "S"                TO W-GRAVADO
           END-IF

           WRITE REG-ARQ-LOG           FROM W-REG-ARQ-LOG-DET.

      *----------------------------------------------------------------*
       7760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7790-FECHAR-ARQ-LOG             SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-LOG.

      *----------------------------------------------------------------*
       7790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas tabela referencia CNAE
       COPY ".\copybooks\GCC197R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
