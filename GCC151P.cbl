      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC151P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC151P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cadastro de oportunidades em clientes da      *
      *                  carteira - descricao, valor estimado,         *
      *                  competencia prevista de fechamento, estagio   *
      *                  do funil (qualificacao, proposta, negociacao, *
      *                  ganha, perdida) e motivo da perda. Acesso     *
      *                  conferido contra as regioes do operador       *
      *                  (OPER-REGIOES). Base do pipeline ponderado    *
      *                  do GCC152P.                                   *
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
      * Cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062FC.cpy".
      * Arquivo de oportunidades
       COPY ".\copybooks\GCC151FC.cpy".

      * Lista de regioes (nome;diretorio), base da conferencia do
      * diretorio ativo contra as regioes autorizadas do operador.
       SELECT ARQ-REGIOES          ASSIGN TO  WID-ARQ-REGIOES
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

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
      * Cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062FD.cpy".
      * Arquivo de oportunidades
       COPY ".\copybooks\GCC151FD.cpy".

      * Lista de regioes cadastradas
       FD  ARQ-REGIOES.
       01  REG-ARQ-REGIOES             PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos da autorizacao de regioes por operador
       COPY ".\copybooks\GCC062W.cpy".

      * Resolucao do diretorio ativo na lista de regioes.
       01  W-VALIDA-REGIAO.
           05  W-VRG-NOME              PIC X(30) VALUE SPACES.
           05  W-VRG-DIRETORIO         PIC X(60) VALUE SPACES.
           05  W-VRG-ACHADA            PIC X(01) VALUE "N".
           05  W-VRG-FIM               PIC X(01) VALUE "N".
           05  W-VRG-AUTORIZADO        PIC X(01) VALUE "S".

       01  W-CAMPOS-OPORTUNIDADE.
           05  W-OPR-VALIDO            PIC X(01) VALUE "N".
           05  W-OPR-CLIE-RAZAO        PIC X(40) VALUE SPACES.
           05  W-OPR-VEND-RAZAO        PIC X(40) VALUE SPACES.
           05  W-OPR-CLIE-CORR         PIC 9(07) VALUE ZEROS.
           05  W-OPR-ULT-SEQ           PIC 9(03) VALUE ZEROS.
           05  W-OPR-FIM               PIC X(01) VALUE "N".
           05  W-OPR-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  FILLER REDEFINES W-OPR-COMPETENCIA.
               10  W-OPR-COMP-ANO      PIC 9(04).
               10  W-OPR-COMP-MES      PIC 9(02).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela cadastro de oportunidades
       COPY ".\copybooks\GCC151S.cpy".
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
           PERFORM 7060-CARREGAR-REGIOES-OPER

           MOVE "Cadastro Oportunidade" TO W-MODULO
           PERFORM 0100-VALIDAR-REGIAO
           IF  W-VRG-AUTORIZADO        EQUAL "N"
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-OPORTUNIDADE
               MOVE SPACES             TO W-OPR-CLIE-RAZAO
                                          W-OPR-VEND-RAZAO
               MOVE "Cadastro Oportunidade" TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-OPORTUNIDADE
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-INCLUIR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       PERFORM 2000-ALTERAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F3
                       IF  W-PERFIL-GESTOR
                           PERFORM 3000-EXCLUIR UNTIL W-VOLTAR = "S"
                       ELSE
                           MOVE "Acesso negado para o seu perfil, tecl
      -                        "e <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   WHEN COB-SCR-F5
                       PERFORM 5000-LISTAR UNTIL W-VOLTAR = "S"
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
      * lista, nada a validar.
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
               MOVE "GCC151P"          TO W-AUT-PROGRAMA
               MOVE "CADASTRO DE OPORTUNIDADES NEGADO"
                                       TO W-AUT-DETALHE
               PERFORM 7068-GRAVAR-ACESSO-NEGADO
               MOVE "Regiao nao autorizada para o operador, tecle <Ent
      -            "er>"               TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "N"                TO W-VRG-AUTORIZADO
           END-IF.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INCLUIR                   SECTION.
      *----------------------------------------------------------------*
      * Sequencia automatica dentro do cliente; vendedor sugerido pela
      * distribuicao e estagio inicial em qualificacao.
           INITIALIZE REG-ARQ-OPORTUNIDADE
           MOVE SPACES                 TO W-OPR-CLIE-RAZAO
                                          W-OPR-VEND-RAZAO
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-OPORTUNIDADE

           ACCEPT S-OPOR-CLIENTE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6010-VALIDAR-CLIENTE
           IF  W-CAMPO-VALIDADO        EQUAL "N"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6020-OBTER-PROX-SEQ
           IF  W-CAMPO-VALIDADO        EQUAL "N"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6030-SUGERIR-VENDEDOR
           MOVE "Q"                    TO OPOR-ESTAGIO
           DISPLAY S-TELA-OPORTUNIDADE

           MOVE "N"                    TO W-OPR-VALIDO
           PERFORM 6100-ACEITAR-CAMPOS
                   UNTIL W-OPR-VALIDO EQUAL "S"
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT OPOR-DATA-CADASTRO FROM DATE YYYYMMDD
               MOVE OPOR-DATA-CADASTRO TO OPOR-DATA-ALTERACAO
               MOVE W-OPERADOR         TO OPOR-OPERADOR
               PERFORM 7710-ABRIR-ARQ-OPORTUNIDADE
               WRITE REG-ARQ-OPORTUNIDADE
               IF  FS-OK
                   MOVE "Registro inserido com sucesso!"
                                       TO W-MSGERRO
               ELSE
                   STRING "Erro inserir registro. FS: "
                          WS-RESULTADO-ACESSO
                          INTO W-MSGERRO
               END-IF
               PERFORM 8500-MOSTRA-AVISO
               PERFORM 7719-FECHAR-ARQ-OPORT
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*
      * Avanco de estagio, nova previsao de fechamento e registro de
      * ganho ou perda.
           INITIALIZE REG-ARQ-OPORTUNIDADE
           MOVE SPACES                 TO W-OPR-CLIE-RAZAO
                                          W-OPR-VEND-RAZAO
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-OPORTUNIDADE

           PERFORM 6200-ACEITAR-CHAVE
           IF  W-VOLTAR                EQUAL "S" OR
               W-REG-ENCONTRADO        EQUAL "N"
               GO TO 2000-99-FIM
           END-IF

           MOVE "N"                    TO W-OPR-VALIDO
           PERFORM 6100-ACEITAR-CAMPOS
                   UNTIL W-OPR-VALIDO EQUAL "S"
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT OPOR-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO OPOR-OPERADOR
               PERFORM 7710-ABRIR-ARQ-OPORTUNIDADE
               REWRITE REG-ARQ-OPORTUNIDADE
               IF  FS-OK
                   MOVE "Registro alterado com sucesso!"
                                       TO W-MSGERRO
               ELSE
                   STRING "Erro alterar registro. FS: "
                          WS-RESULTADO-ACESSO
                          INTO W-MSGERRO
               END-IF
               PERFORM 8500-MOSTRA-AVISO
               PERFORM 7719-FECHAR-ARQ-OPORT
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-OPORTUNIDADE
           MOVE SPACES                 TO W-OPR-CLIE-RAZAO
                                          W-OPR-VEND-RAZAO
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-OPORTUNIDADE

           PERFORM 6200-ACEITAR-CHAVE
           IF  W-VOLTAR                EQUAL "S" OR
               W-REG-ENCONTRADO        EQUAL "N"
               GO TO 3000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7710-ABRIR-ARQ-OPORTUNIDADE
               DELETE ARQ-OPORTUNIDADE
               IF  FS-OK
                   MOVE "Registro excluido com sucesso!"
                                       TO W-MSGERRO
               ELSE
                   STRING "Erro excluir registro. FS: "
                          WS-RESULTADO-ACESSO
                          INTO W-MSGERRO
               END-IF
               PERFORM 8500-MOSTRA-AVISO
               PERFORM 7719-FECHAR-ARQ-OPORT
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre o cadastro em ordem de cliente e sequencia com
      * <PgDn>, a partir do cliente informado (zero = inicio).
           INITIALIZE REG-ARQ-OPORTUNIDADE
           MOVE SPACES                 TO W-OPR-CLIE-RAZAO
                                          W-OPR-VEND-RAZAO
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO
           MOVE "<Esc> Voltar"          TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-OPORTUNIDADE

           ACCEPT S-OPOR-CLIENTE
           IF  COB-CRT-STATUS           EQUAL COB-SCR-ESC
               MOVE "S"                 TO W-VOLTAR
               GO TO 5000-99-FIM
           END-IF
           MOVE ZEROS                   TO OPOR-SEQ

           OPEN INPUT ARQ-OPORTUNIDADE
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhuma oportunidade cadastrada, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               PERFORM 7714-START-ARQ-OPORT-ASC
               IF  FS-OK
                   PERFORM 7713-LER-PROX-ARQ-OPORT
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhuma oportunidade cadastrada, tecle <Ente
      -                 "r>"            TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7719-FECHAR-ARQ-OPORT
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 6050-PREENCHER-NOMES
           DISPLAY S-CLS
           DISPLAY S-TELA-OPORTUNIDADE
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7713-LER-PROX-ARQ-OPORT
                   IF  NOT FS-OK
                       MOVE "Ultimo registro, tecle <Enter>"
                                        TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                       MOVE "S"         TO W-VOLTAR
                   END-IF
               WHEN COB-SCR-ESC
                   MOVE "S"             TO W-VOLTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      *----------------------------------------------------------------*
       6010-VALIDAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * Oportunidade so em cliente cadastrado e ativo; prospect sem
      * cadastro segue no GCC102P.
           MOVE "N"                    TO W-CAMPO-VALIDADO
           MOVE SPACES                 TO W-OPR-CLIE-RAZAO

           MOVE OPOR-CLIE-CODIGO       TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Cliente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6010-99-FIM
           END-IF

           IF  NOT CLIE-ATIVO
               MOVE "Cliente inativo, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6010-99-FIM
           END-IF

           MOVE CLIE-RAZAO-SOCIAL      TO W-OPR-CLIE-RAZAO
           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6020-OBTER-PROX-SEQ             SECTION.
      *----------------------------------------------------------------*
      * Proxima sequencia livre do cliente: maior sequencia gravada
      * mais um.
           MOVE "S"                    TO W-CAMPO-VALIDADO
           MOVE OPOR-CLIE-CODIGO       TO W-OPR-CLIE-CORR
           MOVE ZEROS                  TO W-OPR-ULT-SEQ
           MOVE "N"                    TO W-OPR-FIM

           OPEN INPUT ARQ-OPORTUNIDADE
           IF  FS-OK
               MOVE ZEROS              TO OPOR-SEQ
               PERFORM 7714-START-ARQ-OPORT-ASC
               IF  NOT FS-OK
                   MOVE "S"            TO W-OPR-FIM
               END-IF
               PERFORM UNTIL W-OPR-FIM EQUAL "S"
                   PERFORM 7713-LER-PROX-ARQ-OPORT
                   IF  NOT FS-OK OR
                       OPOR-CLIE-CODIGO NOT EQUAL W-OPR-CLIE-CORR
                       MOVE "S"        TO W-OPR-FIM
                   ELSE
                       MOVE OPOR-SEQ   TO W-OPR-ULT-SEQ
                   END-IF
               END-PERFORM
               PERFORM 7719-FECHAR-ARQ-OPORT
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           INITIALIZE REG-ARQ-OPORTUNIDADE
           MOVE W-OPR-CLIE-CORR        TO OPOR-CLIE-CODIGO
           IF  W-OPR-ULT-SEQ           EQUAL 999
               MOVE "N"                TO W-CAMPO-VALIDADO
               MOVE "Cliente com 999 oportunidades, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               COMPUTE OPOR-SEQ = W-OPR-ULT-SEQ + 1
           END-IF.

      *----------------------------------------------------------------*
       6020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6030-SUGERIR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      * Vendedor atual do cliente na distribuicao; cliente ainda nao
      * distribuido fica com o vendedor em branco para digitacao.
           MOVE ZEROS                  TO OPOR-VEND-CODIGO
           MOVE SPACES                 TO W-OPR-VEND-RAZAO

           OPEN INPUT ARQ-DIST
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 6030-99-FIM
           END-IF

           MOVE OPOR-CLIE-CODIGO       TO DIST-CLIE-CODIGO
           READ ARQ-DIST KEY IS DIST-CLIE-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE DIST-VEND-CODIGO   TO OPOR-VEND-CODIGO
               MOVE DIST-VEND-RAZAO-SOCIAL
                                       TO W-OPR-VEND-RAZAO
           END-IF
           CLOSE ARQ-DIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6050-PREENCHER-NOMES            SECTION.
      *----------------------------------------------------------------*
      * Razao social do cliente e do vendedor para exibicao, sem
      * aviso quando o cadastro nao tem mais o codigo.
           MOVE SPACES                 TO W-OPR-CLIE-RAZAO
                                          W-OPR-VEND-RAZAO

           MOVE OPOR-CLIE-CODIGO       TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-OPR-CLIE-RAZAO
           END-IF

           MOVE OPOR-VEND-CODIGO       TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-OPR-VEND-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-ACEITAR-CAMPOS             SECTION.
      *----------------------------------------------------------------*
      * Descricao, valor e competencia obrigatorios; estagio so
      * Q/P/N/G/X; perdida exige o motivo (limpo nos demais
      * estagios); vendedor cadastrado.
           MOVE "S"                    TO W-OPR-VALIDO
           ACCEPT S-OPOR-DESCRICAO
           ACCEPT S-OPOR-VALOR
           ACCEPT S-OPOR-COMPETENCIA
           ACCEPT S-OPOR-ESTAGIO
           INSPECT OPOR-ESTAGIO CONVERTING "qpngx" TO "QPNGX"
           ACCEPT S-OPOR-MOTIVO
           ACCEPT S-OPOR-VENDEDOR

           IF  OPOR-DESCRICAO          EQUAL SPACES
               MOVE "N"                TO W-OPR-VALIDO
               MOVE "Descricao obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           IF  OPOR-VALOR-ESTIMADO     EQUAL ZEROS
               MOVE "N"                TO W-OPR-VALIDO
               MOVE "Valor estimado obrigatorio, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           MOVE OPOR-COMPETENCIA       TO W-OPR-COMPETENCIA
           IF  W-OPR-COMP-ANO          LESS 2000 OR
               W-OPR-COMP-MES          LESS 1    OR
               W-OPR-COMP-MES          GREATER 12
               MOVE "N"                TO W-OPR-VALIDO
               MOVE "Competencia invalida (AAAAMM), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           IF  NOT OPOR-ABERTA AND NOT OPOR-GANHA AND NOT OPOR-PERDIDA
               MOVE "N"                TO W-OPR-VALIDO
               MOVE "Estagio invalido (Q/P/N/G/X), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           IF  OPOR-PERDIDA
               IF  OPOR-MOTIVO-PERDA   EQUAL SPACES
                   MOVE "N"            TO W-OPR-VALIDO
                   MOVE "Motivo da perda obrigatorio, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   GO TO 6100-99-FIM
               END-IF
           ELSE
               MOVE SPACES             TO OPOR-MOTIVO-PERDA
           END-IF

           MOVE SPACES                 TO W-OPR-VEND-RAZAO
           MOVE OPOR-VEND-CODIGO       TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "N"                TO W-OPR-VALIDO
               MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF
           MOVE VEND-RAZAO-SOCIAL      TO W-OPR-VEND-RAZAO
           DISPLAY S-TELA-OPORTUNIDADE.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-ACEITAR-CHAVE              SECTION.
      *----------------------------------------------------------------*
      * Cliente e sequencia da oportunidade; localizada, a tela e
      * preenchida com o registro e os nomes.
           MOVE "N"                    TO W-REG-ENCONTRADO

           ACCEPT S-OPOR-CLIENTE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6200-99-FIM
           END-IF
           ACCEPT S-OPOR-SEQ
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6200-99-FIM
           END-IF

           PERFORM 6900-LER-OPORT-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Oportunidade nao cadastrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6200-99-FIM
           END-IF

           PERFORM 6050-PREENCHER-NOMES
           MOVE "S"                    TO W-REG-ENCONTRADO
           DISPLAY S-TELA-OPORTUNIDADE.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LER-OPORT-CONSULTA         SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual pela chave com abre-e-fecha, preservando a
      * chave digitada na tela.
           MOVE "N"                    TO W-REG-ENCONTRADO

           PERFORM 7710-ABRIR-ARQ-OPORTUNIDADE
           IF  FS-OK
               PERFORM 7712-LER-ARQ-OPORT-CHAVE
               PERFORM 7719-FECHAR-ARQ-OPORT
           END-IF.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas cadastro de operadores e log de acessos negados
       COPY ".\copybooks\GCC062R.cpy".
      * Rotinas arquivo de oportunidades
       COPY ".\copybooks\GCC151R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
