      *    PROGRAMA....: GCC011P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 18/12/2019                                    *
      *    OBJETIVO ...: Cadastro cliente e dos contatos nomeados do   *
      *                  cliente (comprador, financeiro, recebimento)  *
      *                  e a rede de compra a que o cliente pertence.  *
      *                  Na inclusao sugere o territorio derivado das  *
      *                  coordenadas pelos poligonos de territorio.    *
      *                  Email/telefone recoletado na alteracao limpa  *
      *                  a marca de contato invalido do GCC191P.       *
      *                  CNPJ e contatos exibidos conforme a politica  *
      *                  de mascaramento do perfil (GCC206P).          *
      *                  Janelas de atendimento do cliente (dia da     *
      *                  semana e horario) usadas pela agenda e pelo   *
      *                  roteiro de visitas (F8).                      *
      *                  Cliente incluido abre o plano de integracao   *
      *                  de clientes novos (GCC210P).                  *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      * Registro de travas de edicao
       COPY ".\copybooks\GCC063FC.cpy".

      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FC.cpy".

      * Cadastro de redes de clientes
       COPY ".\copybooks\GCC155FC.cpy".

      * Poligonos de territorio
       COPY ".\copybooks\GCC158FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".
      * Arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209FC.cpy".
      * Tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      * Registro de travas de edicao
       COPY ".\copybooks\GCC063FD.cpy".

      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FD.cpy".

      * Cadastro de redes de clientes
       COPY ".\copybooks\GCC155FD.cpy".

      * Poligonos de territorio
       COPY ".\copybooks\GCC158FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".
      * Arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209FD.cpy".
      * Tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC090W.cpy".
      * Campos do registro de travas de edicao
       COPY ".\copybooks\GCC063W.cpy".
      * Campos validacao da rede do cliente
       COPY ".\copybooks\GCC155W.cpy".
      * Campos derivacao do territorio pelas coordenadas
       COPY ".\copybooks\GCC158W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".
      * Campos arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209W.cpy".
      * Campos tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210W.cpy".

       01  W-VERIF-RAZAO-SIMILAR.
           05  W-RAZAO-NOVA            PIC X(40) VALUE SPACES.
           05  W-ANTES-CLIE-EMAIL        PIC X(040) VALUE SPACES.
           05  W-ANTES-CLIE-ENDERECO     PIC X(040) VALUE SPACES.

      * Manutencao dos contatos nomeados do cliente selecionado: lista
      * dos dez primeiros para a tela, ultima sequencia usada e se ja
      * existe um contato principal.
       01  W-CONTATOS-CLIE.
           05  W-CTT-CLIE-CODIGO       PIC 9(07) VALUE ZEROS.
           05  W-CTT-CLIE-RAZAO        PIC X(40) VALUE SPACES.
           05  W-CTT-CLIE-CEP          PIC 9(08) VALUE ZEROS.
           05  W-CTT-SAIR              PIC X(01) VALUE "N".
           05  W-CTT-TEM-PRINCIPAL     PIC X(01) VALUE "N".
           05  W-CTT-QTDE              PIC 9(03) VALUE ZEROS.
           05  W-CTT-ULT-SEQ           PIC 9(03) VALUE ZEROS.
           05  W-CTT-SEQ-SALVA         PIC 9(03) VALUE ZEROS.
           05  W-CTT-LISTA.
               10  W-CTT-LINHA         OCCURS 10 TIMES
                                       PIC X(70).

       01  W-CTT-DET.
           05  W-CTT-DET-SEQ           PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-CTT-DET-NOME          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-CTT-DET-PAPEL         PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-CTT-DET-FONE          PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-CTT-DET-PRINC         PIC X(03).

      * Copia do contato em edicao enquanto 5560-DESMARCAR-PRINCIPAL
      * percorre os demais contatos do cliente.
       01  W-CTT-REG-SALVO             PIC X(173) VALUE SPACES.

      * Manutencao das janelas de atendimento do cliente selecionado:
      * lista das dez primeiras para a tela e ultima sequencia usada.
       01  W-JANELAS-CAD.
           05  W-JNL-SAIR              PIC X(01) VALUE "N".
           05  W-JNL-QTDE              PIC 9(03) VALUE ZEROS.
           05  W-JNL-ULT-SEQ           PIC 9(03) VALUE ZEROS.
           05  W-JNL-SOBREPOE          PIC X(01) VALUE "N".
           05  W-JNL-SEQ-SALVA         PIC 9(03) VALUE ZEROS.
           05  W-JNL-DIA-SALVO         PIC 9(01) VALUE ZEROS.
           05  W-JNL-INI-HORA          PIC 9(04) VALUE ZEROS.
           05  W-JNL-FIM-HORA          PIC 9(04) VALUE ZEROS.
           05  W-JNL-LISTA.
               10  W-JNL-LINHA         OCCURS 10 TIMES
                                       PIC X(70).

       01  W-JNL-DET.
           05  W-JNL-DET-SEQ           PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-JNL-DET-DIA           PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  W-JNL-DET-INI-HH        PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  W-JNL-DET-INI-MM        PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "-".
           05  W-JNL-DET-FIM-HH        PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  W-JNL-DET-FIM-MM        PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  W-JNL-DET-OBS           PIC X(40).

      * Copia da janela em edicao enquanto 5660 confere a sobreposicao
      * com as demais janelas do mesmo dia.
       01  W-JNL-REG-SALVO             PIC X(125) VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE S-TELA-CAPTURA
               MOVE SPACES             TO W-CLIE-CRED-DESC
               MOVE "Cadastro Cliente" TO W-MODULO
               MOVE "<Esc>Sair <F1>Inc <F2>Alt <F3>Exc <F4>Imp <F5>Lis <
      -             "F6>Desf <F7>Cont <F8>Janela"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
                       PERFORM 5000-LISTAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F6
                       PERFORM 4000-DESFAZER-EXCLUSAO
                   WHEN COB-SCR-F7
                       PERFORM 5500-CONTATOS-CLIENTE
                                       UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F8
                       PERFORM 5600-JANELAS-CLIENTE
                                       UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE

           INITIALIZE  S-TELA-CAPTURA
           MOVE SPACES                 TO W-CLIE-CRED-DESC
                                          W-REDE-NOME-ACHADO
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           DISPLAY S-CLS
                   END-IF
                   IF  W-CAMPO-VALIDADO EQUAL "S"
                       MOVE  "N"       TO  W-CAMPO-VALIDADO
                       PERFORM 6148-SUGERIR-TERRITORIO
                       PERFORM 6150-VALIDAR-TERRITORIO
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                       PERFORM 6155-VALIDAR-DIA-VISITA
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                       IF  W-CAMPO-VALIDADO EQUAL "S"
                           MOVE  "N"   TO  W-CAMPO-VALIDADO
                           PERFORM 6157-VALIDAR-REDE
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                       END-IF
                       IF  W-CAMPO-VALIDADO EQUAL "S"
                       PERFORM 8100-CONFIRMA
                       IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                           SET CLIE-ATIVO  TO TRUE
                           PERFORM 7120-INCLUIR-ARQ-CLIE
                           PERFORM 1100-ABRIR-INTEGRACAO
                       END-IF
                       END-IF
                       END-IF
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-ABRIR-INTEGRACAO          SECTION.
      *----------------------------------------------------------------*
      * Cliente novo gravado abre o plano de integracao, que vira
      * tarefas do vendedor quando a distribuicao atribuir o cliente
      * (GCC210P). Gravacao falhada nao abre plano.
           MOVE CLIE-CODIGO            TO W-ONB-CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "C"                TO W-ONB-ORIGEM
               PERFORM 7184-INICIAR-INTEGRACAO-CLIE
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                 SECTION.
      *----------------------------------------------------------------*
      * Perfil que nao ve telefone e e-mail nao altera o cliente: a
      * alteracao mostra e regrava os contatos.
           IF  W-MSC-CONTATO-OCULTO
               MOVE "Acesso negado para o seu perfil, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-VOLTAR
               GO TO 2000-99-FIM
           END-IF
=
           INITIALIZE  S-TELA-CAPTURA
           MOVE SPACES                 TO W-CLIE-CRED-DESC
                                          W-REDE-NOME-ACHADO
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           DISPLAY S-CLS
                       PERFORM 6155-VALIDAR-DIA-VISITA
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                       IF  W-CAMPO-VALIDADO EQUAL "S"
                           MOVE  "N"    TO  W-CAMPO-VALIDADO
                           PERFORM 6157-VALIDAR-REDE
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                       END-IF
                       IF  W-CAMPO-VALIDADO EQUAL "S"
                           PERFORM 6260-CONFERIR-COORD-DESATUAL
                           PERFORM 6265-CONFERIR-CONTATO-INVALIDO
                           PERFORM 6210-CONFIRMAR-ALTERACAO-CLIE
                           IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                               PERFORM 7130-ALTERAR-ARQ-CLIE

           INITIALIZE  S-TELA-CAPTURA
           MOVE SPACES                 TO W-CLIE-CRED-DESC
                                          W-REDE-NOME-ACHADO
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           DISPLAY S-CLS
           MOVE  CLIE-EMAIL            TO S-CLIE-EMAIL
           MOVE  CLIE-ENDERECO         TO S-CLIE-ENDERECO
           MOVE  CLIE-DIA-VISITA       TO S-CLIE-DIA-VISITA
           MOVE  CLIE-REDE-CODIGO      TO S-CLIE-REDE-CODIGO
           PERFORM 6158-DESCREVER-REDE
           PERFORM 6240-DESCREVER-CREDITO
           PERFORM 6290-MASCARAR-TELA-CLIE

           MOVE "<Esc> Voltar <PgDn> Proximo <PgUp> Anterior"
                                        TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA
           IF  W-MSC-IDENT-PARCIAL
               DISPLAY S-MASC-CLIE
           END-IF
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7153-LER-PROX-ARQ-CLIE
                   IF  NOT FS-OK
                       MOVE "Ultimo registro, tecle <Enter>"
                                        TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
               WHEN COB-SCR-PAGE-UP
                   PERFORM 7154-LER-ANT-ARQ-CLIE
                   IF  NOT FS-OK
                       MOVE "Primeiro registro, tecle <Enter>"
                                        TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
               WHEN COB-SCR-ESC
                   MOVE "S"             TO W-VOLTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5500-CONTATOS-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      * Contatos nomeados do cliente (comprador, financeiro,
      * recebimento): localiza o cliente pela mesma busca da alteracao
      * e abre a manutencao da lista de contatos dele. Perfil que
      * nao ve telefone e e-mail nao tem acesso a lista.
           IF  W-MSC-CONTATO-OCULTO
               MOVE "Acesso negado para o seu perfil, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-VOLTAR
               GO TO 5500-99-FIM
           END-IF

           INITIALIZE  S-TELA-CAPTURA
           MOVE SPACES                 TO W-CLIE-CRED-DESC
                                          W-REDE-NOME-ACHADO
           MOVE "[Contatos]"           TO W-OP
           MOVE SPACES                 TO W-OPCAO
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA

           MOVE "N"                    TO W-CAMPO-VALIDADO
           PERFORM 6200-BUSCAR-CAMPOS UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                        OR  W-VOLTAR         EQUAL "S"
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 5500-99-FIM
           END-IF

           MOVE CLIE-CODIGO            TO W-CTT-CLIE-CODIGO
           MOVE CLIE-RAZAO-SOCIAL      TO W-CTT-CLIE-RAZAO
           MOVE CLIE-CEP               TO W-CTT-CLIE-CEP
           MOVE "N"                    TO W-CTT-SAIR
           PERFORM 5510-TELA-CONTATOS  UNTIL W-CTT-SAIR EQUAL "S".

      *----------------------------------------------------------------*
       5500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5510-TELA-CONTATOS              SECTION.
      *----------------------------------------------------------------*

           PERFORM 5515-MONTAR-LISTA-CONTATOS
           INITIALIZE REG-ARQ-CONTATO
           MOVE "[Contatos]"           TO W-OP
           MOVE "<Esc> Voltar <F1> Incluir <F2> Alterar <F3> Excluir"
                                       TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-F1
                   PERFORM 5520-INCLUIR-CONTATO
               WHEN COB-SCR-F2
                   PERFORM 5530-ALTERAR-CONTATO
               WHEN COB-SCR-F3
                   PERFORM 5540-EXCLUIR-CONTATO
               WHEN COB-SCR-ESC
                   MOVE "S"            TO W-CTT-SAIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5515-MONTAR-LISTA-CONTATOS      SECTION.
      *----------------------------------------------------------------*
      * Percorre os contatos do cliente pela chave: conta, guarda a
      * ultima sequencia e formata as dez primeiras linhas da tela.
      * Arquivo ainda inexistente equivale a cliente sem contatos.
           MOVE ZEROS                  TO W-CTT-QTDE
                                          W-CTT-ULT-SEQ
           MOVE "N"                    TO W-CTT-TEM-PRINCIPAL
           MOVE SPACES                 TO W-CTT-LISTA

           OPEN INPUT ARQ-CONTATO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 5515-99-FIM
           END-IF

           MOVE W-CTT-CLIE-CODIGO      TO CONT-CLIE-CODIGO
           MOVE ZEROS                  TO CONT-SEQ
           PERFORM 7624-START-ARQ-CONTATO-ASC
           IF  FS-OK
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR CONT-CLIE-CODIGO NOT EQUAL W-CTT-CLIE-CODIGO
               ADD  1                  TO W-CTT-QTDE
               MOVE CONT-SEQ           TO W-CTT-ULT-SEQ
               IF  CONT-E-PRINCIPAL
                   MOVE "S"            TO W-CTT-TEM-PRINCIPAL
               END-IF
               IF  W-CTT-QTDE          NOT GREATER 10
                   PERFORM 5516-FORMATAR-LINHA-CONTATO
               END-IF
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-PERFORM

           CLOSE ARQ-CONTATO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       5515-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5516-FORMATAR-LINHA-CONTATO     SECTION.
      *----------------------------------------------------------------*

           MOVE CONT-SEQ               TO W-CTT-DET-SEQ
           MOVE CONT-NOME              TO W-CTT-DET-NOME
           EVALUATE TRUE
               WHEN CONT-COMPRADOR
                   MOVE "Comprador"    TO W-CTT-DET-PAPEL
               WHEN CONT-FINANCEIRO
                   MOVE "Financeiro"   TO W-CTT-DET-PAPEL
               WHEN CONT-RECEBIMENTO
                   MOVE "Recebimento"  TO W-CTT-DET-PAPEL
               WHEN OTHER
                   MOVE "Outro"        TO W-CTT-DET-PAPEL
           END-EVALUATE
           MOVE CONT-TELEFONE          TO W-CTT-DET-FONE
           IF  CONT-E-PRINCIPAL
               MOVE "Sim"              TO W-CTT-DET-PRINC
           ELSE
               MOVE SPACES             TO W-CTT-DET-PRINC
           END-IF
           MOVE W-CTT-DET              TO W-CTT-LINHA(W-CTT-QTDE).

      *----------------------------------------------------------------*
       5516-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5520-INCLUIR-CONTATO            SECTION.
      *----------------------------------------------------------------*
      * Proxima sequencia do cliente; o primeiro contato ja vem
      * sugerido como principal.
           IF  W-CTT-ULT-SEQ           EQUAL 999
               MOVE "Limite de contatos do cliente atingido, tecle <Ent
      -             "er>"              TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 5520-99-FIM
           END-IF

           INITIALIZE REG-ARQ-CONTATO
           MOVE "[Incluir]"            TO W-OP
           MOVE W-CTT-CLIE-CODIGO      TO CONT-CLIE-CODIGO
           COMPUTE CONT-SEQ            =  W-CTT-ULT-SEQ + 1
           IF  W-CTT-TEM-PRINCIPAL     EQUAL "S"
               MOVE "N"                TO CONT-PRINCIPAL
           ELSE
               MOVE "S"                TO CONT-PRINCIPAL
           END-IF

           PERFORM 5550-CAPTURAR-CONTATO
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 5520-99-FIM
           END-IF
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 5520-99-FIM
           END-IF

           ACCEPT CONT-DATA-CADASTRO   FROM DATE YYYYMMDD
           MOVE CONT-DATA-CADASTRO     TO CONT-DATA-ALTERACAO
           MOVE W-OPERADOR             TO CONT-OPERADOR

           PERFORM 7620-ABRIR-ARQ-CONTATO
           IF  NOT FS-OK
               GO TO 5520-99-FIM
           END-IF
           IF  CONT-E-PRINCIPAL
               PERFORM 5560-DESMARCAR-PRINCIPAL
           END-IF
           PERFORM 7625-GRAVAR-ARQ-CONTATO
           IF  FS-OK
               MOVE "CONT-INCL"        TO W-AUDIT-OPERACAO
               PERFORM 5570-GRAVAR-AUDIT-CONTATO
               MOVE "Contato incluido com sucesso!"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           PERFORM 7629-FECHAR-ARQ-CONTATO.

      *----------------------------------------------------------------*
       5520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5530-ALTERAR-CONTATO            SECTION.
      *----------------------------------------------------------------*

           MOVE "[Alterar]"            TO W-OP
           PERFORM 5580-LER-CONTATO-SEQ
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 5530-99-FIM
           END-IF

           PERFORM 5550-CAPTURAR-CONTATO
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 5530-99-FIM
           END-IF
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 5530-99-FIM
           END-IF

           ACCEPT CONT-DATA-ALTERACAO  FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO CONT-OPERADOR

           PERFORM 7620-ABRIR-ARQ-CONTATO
           IF  NOT FS-OK
               GO TO 5530-99-FIM
           END-IF
           IF  CONT-E-PRINCIPAL
               PERFORM 5560-DESMARCAR-PRINCIPAL
           END-IF
           PERFORM 7626-REGRAVAR-ARQ-CONTATO
           IF  FS-OK
               MOVE "CONT-ALT"         TO W-AUDIT-OPERACAO
               PERFORM 5570-GRAVAR-AUDIT-CONTATO
               MOVE "Contato alterado com sucesso!"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           PERFORM 7629-FECHAR-ARQ-CONTATO.

      *----------------------------------------------------------------*
       5530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5540-EXCLUIR-CONTATO            SECTION.
      *----------------------------------------------------------------*

           MOVE "[Excluir]"            TO W-OP
           PERFORM 5580-LER-CONTATO-SEQ
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 5540-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 5540-99-FIM
           END-IF

           PERFORM 7620-ABRIR-ARQ-CONTATO
           IF  NOT FS-OK
               GO TO 5540-99-FIM
           END-IF
           PERFORM 7627-EXCLUIR-ARQ-CONTATO
           IF  FS-OK
               MOVE "CONT-EXCL"        TO W-AUDIT-OPERACAO
               PERFORM 5570-GRAVAR-AUDIT-CONTATO
               MOVE "Contato excluido com sucesso!"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           PERFORM 7629-FECHAR-ARQ-CONTATO.

      *----------------------------------------------------------------*
       5540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5550-CAPTURAR-CONTATO           SECTION.
      *----------------------------------------------------------------*
      * Captura os campos do contato com as mesmas criticas de
      * telefone e email do cadastro do cliente.
           MOVE "N"                    TO W-RETORNAR
           MOVE "N"                    TO W-CAMPO-VALIDADO
           PERFORM 6170-VALIDAR-NOME-CONTATO
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           IF  W-CAMPO-VALIDADO        EQUAL "S"
               MOVE "N"                TO W-CAMPO-VALIDADO
               PERFORM 6171-VALIDAR-PAPEL-CONTATO
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           END-IF
           IF  W-CAMPO-VALIDADO        EQUAL "S"
               MOVE "N"                TO W-CAMPO-VALIDADO
               PERFORM 6172-VALIDAR-FONE-CONTATO
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           END-IF
           IF  W-CAMPO-VALIDADO        EQUAL "S"
               MOVE "N"                TO W-CAMPO-VALIDADO
               PERFORM 6173-VALIDAR-EMAIL-CONTATO
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           END-IF
           IF  W-CAMPO-VALIDADO        EQUAL "S"
               MOVE "N"                TO W-CAMPO-VALIDADO
               PERFORM 6174-VALIDAR-PRINCIPAL-CONT
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           END-IF.

      *----------------------------------------------------------------*
       5550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5560-DESMARCAR-PRINCIPAL        SECTION.
      *----------------------------------------------------------------*
      * Garante um unico contato principal por cliente: desliga a
      * marca dos demais contatos antes de gravar o corrente. Usa o
      * arquivo ja aberto em I-O e devolve o registro corrente intacto.
           MOVE REG-ARQ-CONTATO        TO W-CTT-REG-SALVO
           MOVE CONT-SEQ               TO W-CTT-SEQ-SALVA
           MOVE ZEROS                  TO CONT-SEQ
           PERFORM 7624-START-ARQ-CONTATO-ASC
           IF  FS-OK
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR CONT-CLIE-CODIGO NOT EQUAL W-CTT-CLIE-CODIGO
               IF  CONT-E-PRINCIPAL    AND
                   CONT-SEQ            NOT EQUAL W-CTT-SEQ-SALVA
                   MOVE "N"            TO CONT-PRINCIPAL
                   ACCEPT CONT-DATA-ALTERACAO FROM DATE YYYYMMDD
                   MOVE W-OPERADOR     TO CONT-OPERADOR
                   PERFORM 7626-REGRAVAR-ARQ-CONTATO
                   IF  FS-OK
                       MOVE "CONT-ALT" TO W-AUDIT-OPERACAO
                       PERFORM 5570-GRAVAR-AUDIT-CONTATO
                   END-IF
               END-IF
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-PERFORM

           MOVE W-CTT-REG-SALVO        TO REG-ARQ-CONTATO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       5560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5570-GRAVAR-AUDIT-CONTATO       SECTION.
      *----------------------------------------------------------------*
      * Linha da trilha AUDIT-CLIE.LOG para o contato: codigo do
      * cliente e, no lugar da razao social, a sequencia e o nome do
      * contato.
           MOVE W-CTT-CLIE-CODIGO      TO W-AUDIT-CODIGO
           MOVE SPACES                 TO W-AUDIT-RAZAO-SOCIAL
           STRING CONT-SEQ " " CONT-NOME
                  DELIMITED BY SIZE  INTO W-AUDIT-RAZAO-SOCIAL
           PERFORM 7196-GRAVAR-ARQ-AUDIT-CLIE.

      *----------------------------------------------------------------*
       5570-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5580-LER-CONTATO-SEQ            SECTION.
      *----------------------------------------------------------------*
      * Pede a sequencia do contato na lista do cliente e le o
      * registro; sequencia inexistente avisa e volta para a lista.
           INITIALIZE REG-ARQ-CONTATO
           MOVE W-CTT-CLIE-CODIGO      TO CONT-CLIE-CODIGO
           MOVE "N"                    TO W-REG-ENCONTRADO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO

           ACCEPT S-CONT-SEQ
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 5580-99-FIM
           END-IF

           OPEN INPUT ARQ-CONTATO
           IF  FS-OK
               PERFORM 7622-LER-ARQ-CONTATO-CHAVE
               CLOSE ARQ-CONTATO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               MOVE "Contato nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               DISPLAY S-TELA-CONTATO
           END-IF.

      *----------------------------------------------------------------*
       5580-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5600-JANELAS-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * Janelas de atendimento do cliente (dia da semana e faixa de
      * horario em que recebe visita), usadas pela agenda (GCC100P) e
      * pelo roteiro (GCC054P): localiza o cliente pela mesma busca
      * da alteracao e abre a manutencao da lista de janelas dele.
           INITIALIZE  S-TELA-CAPTURA
           MOVE SPACES                 TO W-CLIE-CRED-DESC
                                          W-REDE-NOME-ACHADO
           MOVE "[Janelas]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA

           MOVE "N"                    TO W-CAMPO-VALIDADO
           PERFORM 6200-BUSCAR-CAMPOS UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                        OR  W-VOLTAR         EQUAL "S"
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 5600-99-FIM
           END-IF

           MOVE CLIE-CODIGO            TO W-CTT-CLIE-CODIGO
           MOVE CLIE-RAZAO-SOCIAL      TO W-CTT-CLIE-RAZAO
           MOVE "N"                    TO W-JNL-SAIR
           PERFORM 5610-TELA-JANELAS   UNTIL W-JNL-SAIR EQUAL "S".

      *----------------------------------------------------------------*
       5600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5610-TELA-JANELAS               SECTION.
      *----------------------------------------------------------------*

           PERFORM 5615-MONTAR-LISTA-JANELAS
           INITIALIZE REG-ARQ-JANELA
           MOVE "[Janelas]"            TO W-OP
           MOVE "<Esc> Voltar <F1> Incluir <F2> Alterar <F3> Excluir"
                                       TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-JANELA
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-F1
                   PERFORM 5620-INCLUIR-JANELA
               WHEN COB-SCR-F2
                   PERFORM 5630-ALTERAR-JANELA
               WHEN COB-SCR-F3
                   PERFORM 5640-EXCLUIR-JANELA
               WHEN COB-SCR-ESC
                   MOVE "S"            TO W-JNL-SAIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5615-MONTAR-LISTA-JANELAS       SECTION.
      *----------------------------------------------------------------*
      * Percorre as janelas do cliente pela chave: conta, guarda a
      * ultima sequencia e formata as dez primeiras linhas da tela.
      * Arquivo ainda inexistente equivale a cliente sem janelas.
           MOVE ZEROS                  TO W-JNL-QTDE
                                          W-JNL-ULT-SEQ
           MOVE SPACES                 TO W-JNL-LISTA

           OPEN INPUT ARQ-JANELA
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 5615-99-FIM
           END-IF

           MOVE W-CTT-CLIE-CODIGO      TO JAN-CLIE-CODIGO
           MOVE ZEROS                  TO JAN-SEQ
           PERFORM 7085-START-ARQ-JANELA-ASC
           IF  FS-OK
               PERFORM 7084-LER-PROX-ARQ-JANELA
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR JAN-CLIE-CODIGO NOT EQUAL W-CTT-CLIE-CODIGO
               ADD  1                  TO W-JNL-QTDE
               MOVE JAN-SEQ            TO W-JNL-ULT-SEQ
               IF  W-JNL-QTDE          NOT GREATER 10
                   PERFORM 5616-FORMATAR-LINHA-JANELA
               END-IF
               PERFORM 7084-LER-PROX-ARQ-JANELA
           END-PERFORM

           PERFORM 7089-FECHAR-ARQ-JANELA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       5615-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5616-FORMATAR-LINHA-JANELA      SECTION.
      *----------------------------------------------------------------*

           MOVE JAN-SEQ                TO W-JNL-DET-SEQ
           IF  JAN-DIA-VALIDO
               MOVE W-JAN-NOME-DIA(JAN-DIA-SEMANA)
                                       TO W-JNL-DET-DIA
           ELSE
               MOVE "?"                TO W-JNL-DET-DIA
           END-IF
           MOVE JAN-INICIO-HH          TO W-JNL-DET-INI-HH
           MOVE JAN-INICIO-MM          TO W-JNL-DET-INI-MM
           MOVE JAN-FIM-HH             TO W-JNL-DET-FIM-HH
           MOVE JAN-FIM-MM             TO W-JNL-DET-FIM-MM
           MOVE JAN-OBSERVACAO         TO W-JNL-DET-OBS
           MOVE W-JNL-DET              TO W-JNL-LINHA(W-JNL-QTDE).

      *----------------------------------------------------------------*
       5616-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5620-INCLUIR-JANELA             SECTION.
      *----------------------------------------------------------------*

           IF  W-JNL-ULT-SEQ           EQUAL 999
               MOVE "Limite de janelas do cliente atingido, tecle <Ente
      -             "r>"               TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 5620-99-FIM
           END-IF

           INITIALIZE REG-ARQ-JANELA
           MOVE "[Incluir]"            TO W-OP
           MOVE W-CTT-CLIE-CODIGO      TO JAN-CLIE-CODIGO
           COMPUTE JAN-SEQ             =  W-JNL-ULT-SEQ + 1

           PERFORM 5650-CAPTURAR-JANELA
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 5620-99-FIM
           END-IF
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 5620-99-FIM
           END-IF

           ACCEPT JAN-DATA-CADASTRO    FROM DATE YYYYMMDD
           MOVE JAN-DATA-CADASTRO      TO JAN-DATA-ALTERACAO
           MOVE W-OPERADOR             TO JAN-OPERADOR

           PERFORM 7082-ABRIR-ARQ-JANELA
           IF  NOT FS-OK
               GO TO 5620-99-FIM
           END-IF
           PERFORM 5660-CONFERIR-SOBREPOSICAO
           IF  W-JNL-SOBREPOE          EQUAL "N"
               PERFORM 7086-GRAVAR-ARQ-JANELA
               IF  FS-OK
                   MOVE "JAN-INCL"     TO W-AUDIT-OPERACAO
                   PERFORM 5670-GRAVAR-AUDIT-JANELA
                   MOVE "Janela incluida com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           PERFORM 7089-FECHAR-ARQ-JANELA.

      *----------------------------------------------------------------*
       5620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5630-ALTERAR-JANELA             SECTION.
      *----------------------------------------------------------------*

           MOVE "[Alterar]"            TO W-OP
           PERFORM 5680-LER-JANELA-SEQ
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 5630-99-FIM
           END-IF

           PERFORM 5650-CAPTURAR-JANELA
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 5630-99-FIM
           END-IF
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 5630-99-FIM
           END-IF

           ACCEPT JAN-DATA-ALTERACAO   FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO JAN-OPERADOR

           PERFORM 7082-ABRIR-ARQ-JANELA
           IF  NOT FS-OK
               GO TO 5630-99-FIM
           END-IF
           PERFORM 5660-CONFERIR-SOBREPOSICAO
           IF  W-JNL-SOBREPOE          EQUAL "N"
      * A conferencia posiciona o arquivo em outras janelas: le de
      * novo a janela em edicao antes de regravar.
               MOVE REG-ARQ-JANELA     TO W-JNL-REG-SALVO
               PERFORM 7083-LER-ARQ-JANELA-CHAVE
               MOVE W-JNL-REG-SALVO    TO REG-ARQ-JANELA
               PERFORM 7087-REGRAVAR-ARQ-JANELA
               IF  FS-OK
                   MOVE "JAN-ALT"      TO W-AUDIT-OPERACAO
                   PERFORM 5670-GRAVAR-AUDIT-JANELA
                   MOVE "Janela alterada com sucesso!"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF
           PERFORM 7089-FECHAR-ARQ-JANELA.

      *----------------------------------------------------------------*
       5630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5640-EXCLUIR-JANELA             SECTION.
      *----------------------------------------------------------------*

           MOVE "[Excluir]"            TO W-OP
           PERFORM 5680-LER-JANELA-SEQ
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 5640-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 5640-99-FIM
           END-IF

           PERFORM 7082-ABRIR-ARQ-JANELA
           IF  NOT FS-OK
               GO TO 5640-99-FIM
           END-IF
           PERFORM 7083-LER-ARQ-JANELA-CHAVE
           PERFORM 7088-EXCLUIR-ARQ-JANELA
           IF  FS-OK
               MOVE "JAN-EXCL"         TO W-AUDIT-OPERACAO
               PERFORM 5670-GRAVAR-AUDIT-JANELA
               MOVE "Janela excluida com sucesso!"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           PERFORM 7089-FECHAR-ARQ-JANELA.

      *----------------------------------------------------------------*
       5640-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5650-CAPTURAR-JANELA            SECTION.
      *----------------------------------------------------------------*
      * Captura dia, horario de inicio e fim e observacao da janela.
           MOVE "N"                    TO W-RETORNAR
           MOVE "N"                    TO W-CAMPO-VALIDADO
           PERFORM 6175-VALIDAR-DIA-JANELA
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           IF  W-CAMPO-VALIDADO        EQUAL "S"
               MOVE "N"                TO W-CAMPO-VALIDADO
               PERFORM 6176-VALIDAR-INICIO-JANELA
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           END-IF
           IF  W-CAMPO-VALIDADO        EQUAL "S"
               MOVE "N"                TO W-CAMPO-VALIDADO
               PERFORM 6177-VALIDAR-FIM-JANELA
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           END-IF
           IF  W-CAMPO-VALIDADO        EQUAL "S"
               MOVE "<Esc> Voltar"     TO  W-STATUS
               DISPLAY S-CLS
               DISPLAY S-TELA-JANELA
               ACCEPT S-JAN-OBSERVACAO
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "N"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       5650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5660-CONFERIR-SOBREPOSICAO      SECTION.
      *----------------------------------------------------------------*
      * Recusa janela que se sobrepoe a outra do mesmo cliente no
      * mesmo dia da semana (o cliente abre duas vezes no dia com
      * janelas separadas, ex.: manha e tarde). Usa o arquivo ja
      * aberto em I-O e devolve o registro corrente intacto.
           MOVE "N"                    TO W-JNL-SOBREPOE
           MOVE REG-ARQ-JANELA         TO W-JNL-REG-SALVO
           MOVE JAN-SEQ                TO W-JNL-SEQ-SALVA
           MOVE JAN-DIA-SEMANA         TO W-JNL-DIA-SALVO
           MOVE JAN-HORA-INICIO        TO W-JNL-INI-HORA
           MOVE JAN-HORA-FIM           TO W-JNL-FIM-HORA
           MOVE ZEROS                  TO JAN-SEQ
           PERFORM 7085-START-ARQ-JANELA-ASC
           IF  FS-OK
               PERFORM 7084-LER-PROX-ARQ-JANELA
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR JAN-CLIE-CODIGO NOT EQUAL W-CTT-CLIE-CODIGO
                      OR W-JNL-SOBREPOE  EQUAL "S"
               IF  JAN-SEQ         NOT EQUAL W-JNL-SEQ-SALVA AND
                   JAN-DIA-SEMANA      EQUAL W-JNL-DIA-SALVO AND
                   JAN-HORA-INICIO     LESS  W-JNL-FIM-HORA  AND
                   JAN-HORA-FIM        GREATER W-JNL-INI-HORA
                   MOVE "S"            TO W-JNL-SOBREPOE
               END-IF
               PERFORM 7084-LER-PROX-ARQ-JANELA
           END-PERFORM

           MOVE W-JNL-REG-SALVO        TO REG-ARQ-JANELA
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-JNL-SOBREPOE          EQUAL "S"
               MOVE "Horario sobrepoe outra janela do dia, tecle <Ente
      -             "r>"               TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       5660-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5670-GRAVAR-AUDIT-JANELA        SECTION.
      *----------------------------------------------------------------*
      * Linha da trilha AUDIT-CLIE.LOG para a janela: codigo do
      * cliente e, no lugar da razao social, sequencia, dia e horario.
           MOVE W-CTT-CLIE-CODIGO      TO W-AUDIT-CODIGO
           MOVE SPACES                 TO W-AUDIT-RAZAO-SOCIAL
           STRING JAN-SEQ " " JAN-DIA-SEMANA " " JAN-HORA-INICIO "-"
                  JAN-HORA-FIM " " JAN-OBSERVACAO
                  DELIMITED BY SIZE  INTO W-AUDIT-RAZAO-SOCIAL
           PERFORM 7196-GRAVAR-ARQ-AUDIT-CLIE.

      *----------------------------------------------------------------*
       5670-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5680-LER-JANELA-SEQ             SECTION.
      *----------------------------------------------------------------*
      * Pede a sequencia da janela na lista do cliente e le o
      * registro; sequencia inexistente avisa e volta para a lista.
           INITIALIZE REG-ARQ-JANELA
           MOVE W-CTT-CLIE-CODIGO      TO JAN-CLIE-CODIGO
           MOVE "N"                    TO W-REG-ENCONTRADO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-JANELA

           ACCEPT S-JAN-SEQ
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 5680-99-FIM
           END-IF

           OPEN INPUT ARQ-JANELA
           IF  FS-OK
               PERFORM 7083-LER-ARQ-JANELA-CHAVE
               PERFORM 7089-FECHAR-ARQ-JANELA
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               MOVE "Janela nao cadastrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               DISPLAY S-TELA-JANELA
           END-IF.

      *----------------------------------------------------------------*
       5680-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
       6128-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6265-CONFERIR-CONTATO-INVALIDO  SECTION.
      *----------------------------------------------------------------*
      * Email ou telefone marcado como invalido pelo retorno do
      * provedor de envio (GCC191P) e trocado nesta alteracao conta
      * como recoletado: a marca do meio cai e a do outro meio fica.
           IF  CLIE-EMAIL-INVALIDO AND
               CLIE-EMAIL NOT EQUAL W-ANTES-CLIE-EMAIL
               IF  CLIE-FLAG-CONTATO EQUAL "A"
                   MOVE "T"            TO CLIE-FLAG-CONTATO
               ELSE
                   MOVE SPACE          TO CLIE-FLAG-CONTATO
               END-IF
           END-IF

           IF  CLIE-FONE-INVALIDO AND
               CLIE-TELEFONE NOT EQUAL W-ANTES-CLIE-TELEFONE
               IF  CLIE-FLAG-CONTATO EQUAL "A"
                   MOVE "E"            TO CLIE-FLAG-CONTATO
               ELSE
                   MOVE SPACE          TO CLIE-FLAG-CONTATO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6265-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6260-CONFERIR-COORD-DESATUAL    SECTION.
      *----------------------------------------------------------------*
       6140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6148-SUGERIR-TERRITORIO         SECTION.
      *----------------------------------------------------------------*
      * Na inclusao, deriva o territorio das coordenadas pelos
      * poligonos de territorio (GCC158P) e pre-preenche o campo; o
      * operador confere e pode trocar em 6150-VALIDAR-TERRITORIO.
           MOVE CLIE-LATITUDE          TO W-DTR-LATITUDE
           MOVE CLIE-LONGITUDE         TO W-DTR-LONGITUDE
           PERFORM 7771-DERIVAR-TERRITORIO
           IF  W-DTR-ACHOU             EQUAL "S"
               MOVE W-DTR-TERRITORIO   TO CLIE-TERRITORIO
                                          S-CLIE-TERRITORIO
               MOVE SPACES             TO W-MSGERRO
               STRING "Territorio " W-DTR-TERRITORIO
                      " sugerido pelas coordenadas, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6148-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6150-VALIDAR-TERRITORIO         SECTION.
      *----------------------------------------------------------------*
       6155-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6157-VALIDAR-REDE               SECTION.
      *----------------------------------------------------------------*
      * Rede de compra/associativismo do cliente (GCC155P); zero deixa
      * o cliente fora de rede. A rede informada precisa estar ativa.
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA

           ACCEPT S-CLIE-REDE-CODIGO
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               MOVE CLIE-REDE-CODIGO   TO W-REDE-PROCURADA
               PERFORM 7648-VALIDAR-REDE
               IF  W-REDE-VALIDA       EQUAL "N"
                   MOVE "Rede nao cadastrada ou inativa, tecle <Enter>"
                                       TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   MOVE "S"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6157-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6158-DESCREVER-REDE             SECTION.
      *----------------------------------------------------------------*
      * Nome da rede do registro corrente para a tela de captura.
           MOVE CLIE-REDE-CODIGO       TO W-REDE-PROCURADA
           PERFORM 7648-VALIDAR-REDE.

      *----------------------------------------------------------------*
       6158-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6250-OBTER-TRAVA-CLIE           SECTION.
      *----------------------------------------------------------------*
       6164-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6170-VALIDAR-NOME-CONTATO       SECTION.
      *----------------------------------------------------------------*
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO

           ACCEPT S-CONT-NOME
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               IF  CONT-NOME           EQUAL SPACES
                   MOVE "Nome do contato obrigatorio, tecle <Enter>"
                                       TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   MOVE "S"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6171-VALIDAR-PAPEL-CONTATO      SECTION.
      *----------------------------------------------------------------*
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO

           ACCEPT S-CONT-PAPEL
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               INSPECT CONT-PAPEL CONVERTING "cfro" TO "CFRO"
               IF  NOT CONT-PAPEL-VALIDO
                   MOVE "Papel invalido (C, F, R ou O), tecle <Enter>"
                                       TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   MOVE "S"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6171-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6172-VALIDAR-FONE-CONTATO       SECTION.
      *----------------------------------------------------------------*
      * Mesma critica de 6162-VALIDAR-TELEFONE, conferindo a regiao
      * do DDD contra o CEP do cliente dono do contato.
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO

           ACCEPT S-CONT-TELEFONE
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               MOVE CONT-TELEFONE      TO W-FONE-ENTRADA
               MOVE W-CTT-CLIE-CEP     TO W-CEP-CONFERIR
               PERFORM 8310-VALIDAR-TELEFONE
               IF  W-FONE-VALIDO       EQUAL "N"
                   MOVE "Telefone invalido (digitos ou DDD), tecle <En
      -                 "ter>"         TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   IF  W-FONE-CEP-DIVERGE EQUAL "S"
                       MOVE "Aviso: DDD de outra regiao que o CEP, tec
      -                     "le <Enter>"
                                       TO  W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   END-IF
                   MOVE "S"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6172-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6173-VALIDAR-EMAIL-CONTATO      SECTION.
      *----------------------------------------------------------------*
      * Mesma critica de 6164-VALIDAR-EMAIL; o contato precisa ter ao
      * menos um meio de contato (telefone ou email).
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO

           ACCEPT S-CONT-EMAIL
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               MOVE CONT-EMAIL         TO W-EMAIL-ENTRADA
               PERFORM 8300-VALIDAR-EMAIL
               IF  W-EMAIL-VALIDO      EQUAL "N"
                   MOVE "Email invalido, tecle <Enter>"
                                       TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   IF  CONT-EMAIL      EQUAL SPACES AND
                       CONT-TELEFONE   EQUAL SPACES
                       MOVE "Informe telefone ou email do contato, tec
      -                     "le <Enter>"
                                       TO  W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   ELSE
                       MOVE "S"        TO W-CAMPO-VALIDADO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6173-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6174-VALIDAR-PRINCIPAL-CONT     SECTION.
      *----------------------------------------------------------------*
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTATO

           ACCEPT S-CONT-PRINCIPAL
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               INSPECT CONT-PRINCIPAL CONVERTING "sn" TO "SN"
               IF  CONT-PRINCIPAL      NOT EQUAL "S" AND
                   CONT-PRINCIPAL      NOT EQUAL "N"
                   MOVE "Principal deve ser S ou N, tecle <Enter>"
                                       TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   MOVE "S"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6174-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6175-VALIDAR-DIA-JANELA         SECTION.
      *----------------------------------------------------------------*
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-JANELA

           ACCEPT S-JAN-DIA
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               IF  NOT JAN-DIA-VALIDO
                   MOVE "Dia da semana invalido (1 a 7), tecle <Enter>"
                                       TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   MOVE "S"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6175-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6176-VALIDAR-INICIO-JANELA      SECTION.
      *----------------------------------------------------------------*
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-JANELA

           ACCEPT S-JAN-INICIO
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               IF  JAN-INICIO-HH       GREATER 23 OR
                   JAN-INICIO-MM       GREATER 59
                   MOVE "Hora de inicio invalida (HHMM), tecle <Enter>"
                                       TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   MOVE "S"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6176-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6177-VALIDAR-FIM-JANELA         SECTION.
      *----------------------------------------------------------------*
      * A janela nao atravessa a meia-noite: o fim vem depois do
      * inicio no mesmo dia (ate 23:59).
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-JANELA

           ACCEPT S-JAN-FIM
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               IF  JAN-FIM-HH          GREATER 23 OR
                   JAN-FIM-MM          GREATER 59
                   MOVE "Hora de fim invalida (HHMM), tecle <Enter>"
                                       TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   IF  JAN-HORA-FIM    NOT GREATER JAN-HORA-INICIO
                       MOVE "Hora de fim deve ser maior que o inicio, t
      -                     "ecle <Enter>"
                                       TO  W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   ELSE
                       MOVE "S"        TO W-CAMPO-VALIDADO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6177-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-BUSCAR-CAMPOS              SECTION.
      *----------------------------------------------------------------*
                                       TO S-CLIE-ENDERECO
                    MOVE  CLIE-DIA-VISITA
                                       TO S-CLIE-DIA-VISITA
                    MOVE  CLIE-REDE-CODIGO
                                       TO S-CLIE-REDE-CODIGO
                    PERFORM 6158-DESCREVER-REDE
                    PERFORM 6240-DESCREVER-CREDITO
                    PERFORM 6290-MASCARAR-TELA-CLIE
                    DISPLAY S-TELA-CAPTURA
                    IF  W-MSC-IDENT-PARCIAL
                        DISPLAY S-MASC-CLIE
                    END-IF
               END-IF
           END-IF

           MOVE  CLIE-EMAIL            TO S-CLIE-EMAIL
           MOVE  CLIE-ENDERECO         TO S-CLIE-ENDERECO
           MOVE  CLIE-DIA-VISITA       TO S-CLIE-DIA-VISITA
           MOVE  CLIE-REDE-CODIGO      TO S-CLIE-REDE-CODIGO
           PERFORM 6158-DESCREVER-REDE
           PERFORM 6240-DESCREVER-CREDITO
           PERFORM 6290-MASCARAR-TELA-CLIE
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA
           IF  W-MSC-IDENT-PARCIAL
               DISPLAY S-MASC-CLIE
           END-IF.

      *----------------------------------------------------------------*
       6230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6290-MASCARAR-TELA-CLIE         SECTION.
      *----------------------------------------------------------------*
      * Aplica ao registro ja jogado na tela a regra do perfil: CNPJ
      * parcial sai no lugar do campo (S-MASC-CLIE, exibida por cima)
      * e telefone/e-mail ocultos; a visao sem mascara fica no log.
           MOVE CLIE-CNPJ              TO W-MSC-CNPJ
           PERFORM 7164-EDITAR-CNPJ
           IF  W-MSC-IDENT-PARCIAL
               MOVE ZEROS              TO S-CLIE-CNPJ
           END-IF

           MOVE CLIE-TELEFONE          TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO S-CLIE-TELEFONE
           MOVE CLIE-EMAIL             TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO S-CLIE-EMAIL

           MOVE "GCC011P"              TO W-MSC-PROGRAMA
           MOVE SPACES                 TO W-MSC-DETALHE
           STRING "CLIENTE " CLIE-CODIGO
                  DELIMITED BY SIZE INTO W-MSC-DETALHE
           PERFORM 7166-REGISTRAR-VISAO-ABERTA.

      *----------------------------------------------------------------*
       6290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6240-DESCREVER-CREDITO          SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC090R.cpy".
      * Rotinas registro de travas de edicao
       COPY ".\copybooks\GCC063R.cpy".
      * Rotinas arquivo de contatos do cliente
       COPY ".\copybooks\GCC153R.cpy".
      * Rotinas cadastro de redes de clientes
       COPY ".\copybooks\GCC155R.cpy".
      * Rotinas poligonos de territorio
       COPY ".\copybooks\GCC158R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas arquivo de janelas de atendimento do cliente
       COPY ".\copybooks\GCC209R.cpy".
      * Rotinas tarefas de integracao de clientes novos
       COPY ".\copybooks\GCC210R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
