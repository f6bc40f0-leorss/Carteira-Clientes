      *                  de faturamento, o tempo de casa pela trilha   *
      *                  de atribuicoes e as pendencias (revisao       *
      *                  cadastral, bloqueio de credito, sem           *
      *                  vendedor, reclamacao aberta), os contatos     *
      *                  nomeados do cliente e as reclamacoes abertas  *
      *                  no SAC (GCC174P) com o prazo de atendimento,  *
      *                  paginando com teclas de funcao; o CNAE do     *
      *                  cliente sai com a descricao da tabela de      *
      *                  referencia (GCC197P). CNPJ e contatos saem    *
      *                  conforme a politica de mascaramento do perfil *
      *                  (GCC206P). A pagina de faturamento mostra o   *
      *                  limite e a exposicao de credito por faixa de  *
      *                  idade (GCC208P).                              *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC052FC.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FC.cpy".
      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Reclamacoes de clientes
       COPY ".\copybooks\GCC174FC.cpy".
      * Tabela referencia CNAE
       COPY ".\copybooks\GCC197FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".
      * Arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208FC.cpy".

      * Historico de atribuicoes (um evento por troca de vendedor)
       SELECT ARQ-HIST-ATRIB       ASSIGN TO  WID-ARQ-HIST-ATRIB
       COPY ".\copybooks\GCC052FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Arquivo de contatos do cliente
       COPY ".\copybooks\GCC153FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Reclamacoes de clientes
       COPY ".\copybooks\GCC174FD.cpy".
      * Tabela referencia CNAE
       COPY ".\copybooks\GCC197FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".
      * Arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208FD.cpy".

      * Historico de atribuicoes
       FD  ARQ-HIST-ATRIB.
           02 HATR-DISTANCIA-M         PIC  9(010).
           02 FILLER                   PIC  X(001).
           02 HATR-ORIGEM              PIC  X(008).
           02 FILLER                   PIC  X(001).
           02 HATR-LINHA               PIC  9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".
      * Campos categorias de reclamacao e SLA
       COPY ".\copybooks\GCC174W.cpy".
      * Campos consulta tabela referencia CNAE
       COPY ".\copybooks\GCC197W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

       01  W-CONSULTA-360.
           05  W-C36-CODIGO            PIC 9(07) VALUE ZEROS.
       01  W-C36-CADASTRO.
           05  W-C36-CLIE-COD          PIC 9(07) VALUE ZEROS.
           05  W-C36-RAZAO             PIC X(40) VALUE SPACES.
           05  W-C36-CNPJ-ED           PIC X(18) VALUE SPACES.
           05  W-C36-SITUACAO          PIC X(08) VALUE SPACES.
           05  W-C36-SEGMENTO          PIC X(01) VALUE SPACES.
           05  W-C36-TERRITORIO        PIC X(05) VALUE SPACES.
           05  W-C36-UF                PIC X(02) VALUE SPACES.
           05  W-C36-TELEFONE          PIC X(15) VALUE SPACES.
           05  W-C36-EMAIL             PIC X(40) VALUE SPACES.
           05  W-C36-CNAE              PIC 9(07) VALUE ZEROS.
           05  W-C36-CNAE-DESC         PIC X(43) VALUE SPACES.
           05  W-C36-PENDENCIAS        PIC X(60) VALUE SPACES.

      * Pagina 2 - atendimento corrente.
           05  W-C36-FAT-LINHA         OCCURS 6 TIMES
                                       PIC X(40).

      * Pagina 4 - limite e exposicao de credito do ultimo calculo.
       01  W-C36-CREDITO.
           05  W-C36-CRED-LINHA        OCCURS 4 TIMES
                                       PIC X(70).

      * Pagina 5 - tempo de casa pela trilha de atribuicoes.
       01  W-C36-HISTORICO.
           05  W-C36-PRIM-ATRIB        PIC 9(08) VALUE ZEROS.
           05  W-C36-QTDE-TROCAS       PIC 9(04) VALUE ZEROS.
           05  W-C36-DATA-CADASTRO     PIC 9(08) VALUE ZEROS.

      * Pagina 6 - contatos nomeados (oito primeiros, duas linhas cada:
      * nome, papel e telefone; email).
       01  W-C36-CONTATOS.
           05  W-C36-QTDE-CONT         PIC 9(03) VALUE ZEROS.
           05  W-C36-CONT-LISTA.
               10  W-C36-CONT-LINHA    OCCURS 16 TIMES
                                       PIC X(70).

       01  W-C36-CONT-DET-1.
           05  W-C36-CD-NOME           PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-C36-CD-PAPEL          PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-C36-CD-FONE           PIC X(15).
           05  W-C36-CD-PRINC          PIC X(02).

       01  W-C36-CONT-DET-2.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  W-C36-CD-EMAIL          PIC X(40).

      * Pagina 7 - reclamacoes abertas ou em andamento (oito mais
      * antigas, duas linhas cada: numero, abertura, categoria, prazo
      * e situacao; descricao).
       01  W-C36-RECLAMACOES.
           05  W-C36-QTDE-RECL         PIC 9(03) VALUE ZEROS.
           05  W-C36-QTDE-RECL-ATR     PIC 9(03) VALUE ZEROS.
           05  W-C36-RECL-LISTA.
               10  W-C36-RECL-LINHA    OCCURS 16 TIMES
                                       PIC X(70).

       01  W-C36-RECL-DET-1.
           05  W-C36-RD-SEQ            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-C36-RD-ABERTURA       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-C36-RD-CATEGORIA      PIC X(19).
           05  FILLER                  PIC X(07) VALUE " Prazo ".
           05  W-C36-RD-LIMITE         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-C36-RD-SITUACAO       PIC X(14).

       01  W-C36-RECL-DET-2.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  W-C36-RD-DESCRICAO      PIC X(60).

       01  W-CAMPOS-EDICAO.
           05  W-ED-VALOR              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  W-ED-VALOR-2            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  W-ED-PERC               PIC ZZ9,9.
           05  W-ED-SUB                PIC 9(02) COMP VALUE ZEROS.
           05  W-ED-SUB-2              PIC 9(02) COMP VALUE ZEROS.

                                       LINE 14 COL 10.
               10  LINE 14 COL 28      PIC X(40)
                                       FROM W-C36-EMAIL.
               10  VALUE  "CNAE............: "
                                       LINE 15 COL 10.
               10  LINE 15 COL 28      PIC 9(07) BLANK WHEN ZERO
                                       FROM W-C36-CNAE.
               10  LINE 15 COL 37      PIC X(43)
                                       FROM W-C36-CNAE-DESC.
               10  VALUE  "Pendencias......: "
                                       LINE 16 COL 10.
               10  LINE 16 COL 28      HIGHLIGHT PIC X(52)
           05  FOREGROUND-COLOR 7.
               10  VALUE  "[4] Faturamento das ultimas competencias"
                                       LINE 05 COL 10 HIGHLIGHT.
               10  LINE 14 COL 10      PIC X(70)
                                       FROM W-C36-CRED-LINHA(1).
               10  LINE 15 COL 10      PIC X(70)
                                       FROM W-C36-CRED-LINHA(2).
               10  LINE 16 COL 10      PIC X(70)
                                       FROM W-C36-CRED-LINHA(3).
               10  LINE 17 COL 10      PIC X(70)
                                       FROM W-C36-CRED-LINHA(4).
               10  LINE 07 COL 10      PIC X(40)
                                       FROM W-C36-FAT-LINHA(1).
               10  LINE 08 COL 10      PIC X(40)
                                       LINE 10 COL 10.
               10  LINE 10 COL 36      PIC ZZZ9
                                       FROM W-C36-QTDE-TROCAS.

      *----------------------------------------------------------------*
       01  S-PAG-CONTATOS.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "[6] Contatos (* = principal)"
                                       LINE 05 COL 10 HIGHLIGHT.
               10  LINE 07 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(1).
               10  LINE 08 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(2).
               10  LINE 09 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(3).
               10  LINE 10 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(4).
               10  LINE 11 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(5).
               10  LINE 12 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(6).
               10  LINE 13 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(7).
               10  LINE 14 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(8).
               10  LINE 15 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(9).
               10  LINE 16 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(10).
               10  LINE 17 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(11).
               10  LINE 18 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(12).
               10  LINE 19 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(13).
               10  LINE 20 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(14).
               10  LINE 21 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(15).
               10  LINE 22 COL 10      PIC X(70)
                                       FROM W-C36-CONT-LINHA(16).
               10  VALUE  "Contatos cadastrados: "
                                       LINE 24 COL 10.
               10  LINE 24 COL 32      PIC ZZ9
                                       FROM W-C36-QTDE-CONT.

      *----------------------------------------------------------------*
       01  S-PAG-RECLAMACOES.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "[7] Reclamacoes abertas (SAC)"
                                       LINE 05 COL 10 HIGHLIGHT.
               10  LINE 07 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(1).
               10  LINE 08 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(2).
               10  LINE 09 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(3).
               10  LINE 10 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(4).
               10  LINE 11 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(5).
               10  LINE 12 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(6).
               10  LINE 13 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(7).
               10  LINE 14 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(8).
               10  LINE 15 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(9).
               10  LINE 16 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(10).
               10  LINE 17 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(11).
               10  LINE 18 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(12).
               10  LINE 19 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(13).
               10  LINE 20 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(14).
               10  LINE 21 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(15).
               10  LINE 22 COL 10      PIC X(70)
                                       FROM W-C36-RECL-LINHA(16).
               10  VALUE  "Reclamacoes abertas: "
                                       LINE 24 COL 10.
               10  LINE 24 COL 31      PIC ZZ9
                                       FROM W-C36-QTDE-RECL.
               10  VALUE  "com prazo vencido: "
                                       LINE 24 COL 36.
               10  LINE 24 COL 55      PIC ZZ9
                                       FROM W-C36-QTDE-RECL-ATR.
      *
       COPY screenio.

           SET ENVIRONMENT 'ESCDELAY'              TO '25'
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL
           PERFORM 7935-LER-DATA-MOV

           MOVE "Cliente 360"          TO W-MODULO
           MOVE "N"                    TO W-VOLTAR
           PERFORM 2200-MONTAR-ATENDIMENTO
           PERFORM 2300-MONTAR-VISITAS
           PERFORM 2400-MONTAR-FATURAMENTO
           PERFORM 2450-MONTAR-CREDITO
           PERFORM 2500-MONTAR-HISTORICO
           PERFORM 2600-MONTAR-CONTATOS
           PERFORM 2700-MONTAR-RECLAMACOES

           MOVE "GCC141P"              TO W-MSC-PROGRAMA
           MOVE SPACES                 TO W-MSC-DETALHE
           STRING "CLIENTE " W-C36-CLIE-COD
                  DELIMITED BY SIZE INTO W-MSC-DETALHE
           PERFORM 7166-REGISTRAR-VISAO-ABERTA

           MOVE 1                      TO W-C36-PAGINA
           MOVE "N"                    TO W-C36-SAIR

           MOVE CLIE-CODIGO            TO W-C36-CLIE-COD
           MOVE CLIE-RAZAO-SOCIAL      TO W-C36-RAZAO
           MOVE CLIE-CNPJ              TO W-MSC-CNPJ
           PERFORM 7164-EDITAR-CNPJ
           MOVE W-MSC-CNPJ-ED          TO W-C36-CNPJ-ED
           IF  CLIE-ATIVO
               MOVE "ATIVO"            TO W-C36-SITUACAO
           ELSE
           MOVE CLIE-TERRITORIO        TO W-C36-TERRITORIO
           MOVE CLIE-MUNICIPIO         TO W-C36-MUNICIPIO
           MOVE CLIE-UF                TO W-C36-UF
           MOVE CLIE-TELEFONE          TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO W-C36-TELEFONE
           MOVE CLIE-EMAIL             TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO W-C36-EMAIL
           MOVE CLIE-DATA-CADASTRO     TO W-C36-DATA-CADASTRO

      * CNAE com a descricao da tabela de referencia.
           MOVE ZEROS                  TO W-C36-CNAE
           MOVE SPACES                 TO W-C36-CNAE-DESC
           IF  CLIE-CNAE               NUMERIC AND
               CLIE-CNAE               GREATER ZEROS
               MOVE CLIE-CNAE          TO W-C36-CNAE
                                          W-CNAE-PROCURADO
               PERFORM 7804-ABRIR-INPUT-ARQ-CNAE
               PERFORM 7814-DESCREVER-CNAE
               MOVE W-CNAE-DESC        TO W-C36-CNAE-DESC
               IF  W-CNAE-ABERTO       EQUAL "S"
                   PERFORM 7813-FECHAR-ARQ-CNAE
               END-IF
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           MOVE SPACES                 TO W-C36-PENDENCIAS
           IF  CLIE-EM-REVISAO
               STRING "REVISAO CADASTRAL "
               MOVE DIST-VEND-CODIGO   TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE VEND-TELEFONE  TO W-MSC-TEXTO
                   PERFORM 7165-OCULTAR-CONTATO
                   MOVE W-MSC-TEXTO    TO W-C36-VEND-FONE
                   MOVE VEND-EMAIL     TO W-MSC-TEXTO
                   PERFORM 7165-OCULTAR-CONTATO
                   MOVE W-MSC-TEXTO    TO W-C36-VEND-EMAIL
               END-IF
           END-IF
           PERFORM 7690-FECHAR-ARQ-DIST.
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2450-MONTAR-CREDITO             SECTION.
      *----------------------------------------------------------------*
      * Limite do financeiro e saldo em aberto por idade da nota,
      * conforme o ultimo calculo de exposicao; cliente em alerta
      * entra nas pendencias da pagina 1.
           MOVE SPACES                 TO W-C36-CREDITO
           MOVE W-C36-CLIE-COD         TO CRED-CLIE-CODIGO
           PERFORM 7178-CONSULTAR-EXPOSICAO
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               MOVE "Credito: sem limite nem exposicao calculada"
                                       TO W-C36-CRED-LINHA(1)
               GO TO 2450-99-FIM
           END-IF

           IF  CRED-DATA-CALCULO       GREATER ZEROS
               MOVE CRED-DATA-CALCULO  TO W-DATA-DESMONTADA
               MOVE W-DD-DIA           TO W-DE-DIA
               MOVE W-DD-MES           TO W-DE-MES
               MOVE W-DD-ANO           TO W-DE-ANO
               STRING "Credito - exposicao calculada em "
                      W-DATA-EDITADA
                      DELIMITED BY SIZE INTO W-C36-CRED-LINHA(1)
           ELSE
               MOVE "Credito - exposicao ainda nao calculada"
                                       TO W-C36-CRED-LINHA(1)
           END-IF

           MOVE CRED-LIMITE            TO W-ED-VALOR
           MOVE CRED-SALDO-ABERTO      TO W-ED-VALOR-2
           MOVE CRED-PERC-USO          TO W-ED-PERC
           STRING "Limite " W-ED-VALOR "  Aberto " W-ED-VALOR-2
                  "  Uso " W-ED-PERC "%"
                  DELIMITED BY SIZE INTO W-C36-CRED-LINHA(2)

           MOVE CRED-FAIXA-0-30        TO W-ED-VALOR
           MOVE CRED-FAIXA-31-60       TO W-ED-VALOR-2
           STRING "0-30 d " W-ED-VALOR "  31-60 d " W-ED-VALOR-2
                  DELIMITED BY SIZE INTO W-C36-CRED-LINHA(3)

           MOVE CRED-FAIXA-61-90       TO W-ED-VALOR
           MOVE CRED-FAIXA-90-MAIS     TO W-ED-VALOR-2
           STRING "61-90 d" W-ED-VALOR "  + de 90 " W-ED-VALOR-2
                  DELIMITED BY SIZE INTO W-C36-CRED-LINHA(4)

           IF  NOT CRED-SEM-ALERTA
               MOVE SPACES             TO W-MSGERRO
               STRING FUNCTION TRIM(W-C36-PENDENCIAS)
                      " CREDITO EM ALERTA"
                      DELIMITED BY SIZE INTO W-MSGERRO
               MOVE W-MSGERRO          TO W-C36-PENDENCIAS
           END-IF.

      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-MONTAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-MONTAR-CONTATOS            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-C36-QTDE-CONT
           MOVE SPACES                 TO W-C36-CONT-LISTA

           OPEN INPUT ARQ-CONTATO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2600-99-FIM
           END-IF
           MOVE W-C36-CLIE-COD         TO CONT-CLIE-CODIGO
           MOVE ZEROS                  TO CONT-SEQ
           PERFORM 7624-START-ARQ-CONTATO-ASC
           IF  FS-OK
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CONT-CLIE-CODIGO NOT EQUAL W-C36-CLIE-COD
               ADD 1                   TO W-C36-QTDE-CONT
               IF  W-C36-QTDE-CONT     NOT GREATER 8
                   PERFORM 2610-FORMATAR-CONTATO
               END-IF
               PERFORM 7623-LER-PROX-ARQ-CONTATO
           END-PERFORM
           CLOSE ARQ-CONTATO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-FORMATAR-CONTATO           SECTION.
      *----------------------------------------------------------------*

           MOVE CONT-NOME              TO W-C36-CD-NOME
           EVALUATE TRUE
               WHEN CONT-COMPRADOR
                   MOVE "Comprador"    TO W-C36-CD-PAPEL
               WHEN CONT-FINANCEIRO
                   MOVE "Financeiro"   TO W-C36-CD-PAPEL
               WHEN CONT-RECEBIMENTO
                   MOVE "Recebimento"  TO W-C36-CD-PAPEL
               WHEN OTHER
                   MOVE "Outro"        TO W-C36-CD-PAPEL
           END-EVALUATE
           MOVE CONT-TELEFONE          TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO W-C36-CD-FONE
           IF  CONT-E-PRINCIPAL
               MOVE " *"               TO W-C36-CD-PRINC
           ELSE
               MOVE SPACES             TO W-C36-CD-PRINC
           END-IF
           MOVE CONT-EMAIL             TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO W-C36-CD-EMAIL

           COMPUTE W-ED-SUB            =  W-C36-QTDE-CONT * 2 - 1
           MOVE W-C36-CONT-DET-1       TO W-C36-CONT-LINHA(W-ED-SUB)
           ADD  1                      TO W-ED-SUB
           MOVE W-C36-CONT-DET-2       TO W-C36-CONT-LINHA(W-ED-SUB).

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-MONTAR-RECLAMACOES         SECTION.
      *----------------------------------------------------------------*
      * Reclamacoes pendentes (abertas ou em andamento) do cliente,
      * em ordem de registro; a existencia de alguma entra nas
      * pendencias da pagina 1.
           MOVE ZEROS                  TO W-C36-QTDE-RECL
                                          W-C36-QTDE-RECL-ATR
           MOVE SPACES                 TO W-C36-RECL-LISTA

           OPEN INPUT ARQ-RECLAMACAO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2700-99-FIM
           END-IF
           MOVE W-C36-CLIE-COD         TO RECL-CLIE-CODIGO
           MOVE ZEROS                  TO RECL-SEQ
           PERFORM 7365-START-ARQ-RECLAMACAO
           IF  FS-OK
               PERFORM 7364-LER-PROX-ARQ-RECLAMACAO
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR RECL-CLIE-CODIGO NOT EQUAL W-C36-CLIE-COD
               IF  RECL-PENDENTE
                   ADD 1               TO W-C36-QTDE-RECL
                   IF  RECL-DATA-LIMITE LESS W-DATA-MOV
                       ADD 1           TO W-C36-QTDE-RECL-ATR
                   END-IF
                   IF  W-C36-QTDE-RECL NOT GREATER 8
                       PERFORM 2710-FORMATAR-RECLAMACAO
                   END-IF
               END-IF
               PERFORM 7364-LER-PROX-ARQ-RECLAMACAO
           END-PERFORM
           PERFORM 7369-FECHAR-ARQ-RECLAMACAO
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           IF  W-C36-QTDE-RECL         GREATER ZEROS
               MOVE SPACES             TO W-MSGERRO
               STRING FUNCTION TRIM(W-C36-PENDENCIAS)
                      " RECLAMACAO ABERTA"
                      DELIMITED BY SIZE INTO W-MSGERRO
               MOVE W-MSGERRO          TO W-C36-PENDENCIAS
           END-IF.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-FORMATAR-RECLAMACAO        SECTION.
      *----------------------------------------------------------------*

           MOVE RECL-SEQ               TO W-C36-RD-SEQ
           MOVE RECL-DATA-ABERTURA     TO W-DATA-DESMONTADA
           MOVE W-DD-DIA               TO W-DE-DIA
           MOVE W-DD-MES               TO W-DE-MES
           MOVE W-DD-ANO               TO W-DE-ANO
           MOVE W-DATA-EDITADA         TO W-C36-RD-ABERTURA
           MOVE RECL-DATA-LIMITE       TO W-DATA-DESMONTADA
           MOVE W-DD-DIA               TO W-DE-DIA
           MOVE W-DD-MES               TO W-DE-MES
           MOVE W-DD-ANO               TO W-DE-ANO
           MOVE W-DATA-EDITADA         TO W-C36-RD-LIMITE

           MOVE SPACES                 TO W-C36-RD-CATEGORIA
           PERFORM VARYING W-CRC-SUB FROM 1 BY 1
                   UNTIL W-CRC-SUB GREATER W-CRC-QTDE
               IF  W-CRC-CODIGO(W-CRC-SUB) EQUAL RECL-CATEGORIA
                   MOVE W-CRC-DESCRICAO(W-CRC-SUB)
                                       TO W-C36-RD-CATEGORIA
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN RECL-DATA-LIMITE   LESS W-DATA-MOV
                   MOVE "PRAZO VENCIDO" TO W-C36-RD-SITUACAO
               WHEN RECL-EM-ANDAMENTO
                   MOVE "Em andamento" TO W-C36-RD-SITUACAO
               WHEN OTHER
                   MOVE "Aberta"       TO W-C36-RD-SITUACAO
           END-EVALUATE
           MOVE RECL-DESCRICAO         TO W-C36-RD-DESCRICAO

           COMPUTE W-ED-SUB            =  W-C36-QTDE-RECL * 2 - 1
           MOVE W-C36-RECL-DET-1       TO W-C36-RECL-LINHA(W-ED-SUB)
           ADD  1                      TO W-ED-SUB
           MOVE W-C36-RECL-DET-2       TO W-C36-RECL-LINHA(W-ED-SUB).

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXIBIR-PAGINA              SECTION.
      *----------------------------------------------------------------*

           MOVE "<Esc> Voltar <F1>-<F7> Secoes"
                                       TO W-STATUS
           MOVE " "                    TO W-OP
           MOVE SPACES                 TO W-OPCAO
               WHEN 3 DISPLAY S-PAG-VISITAS
               WHEN 4 DISPLAY S-PAG-FATURAMENTO
               WHEN 5 DISPLAY S-PAG-HISTORICO
               WHEN 6 DISPLAY S-PAG-CONTATOS
               WHEN 7 DISPLAY S-PAG-RECLAMACOES
           END-EVALUATE

           ACCEPT S-OPCAO
               WHEN COB-SCR-F3 MOVE 3  TO W-C36-PAGINA
               WHEN COB-SCR-F4 MOVE 4  TO W-C36-PAGINA
               WHEN COB-SCR-F5 MOVE 5  TO W-C36-PAGINA
               WHEN COB-SCR-F6 MOVE 6  TO W-C36-PAGINA
               WHEN COB-SCR-F7 MOVE 7  TO W-C36-PAGINA
               WHEN COB-SCR-ESC
                   MOVE "S"            TO W-C36-SAIR
               WHEN OTHER
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo de contatos do cliente
       COPY ".\copybooks\GCC153R.cpy".
      * Rotinas tabela referencia CNAE
       COPY ".\copybooks\GCC197R.cpy".
      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas reclamacoes de clientes
       COPY ".\copybooks\GCC174R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas arquivo limite e exposicao de credito
       COPY ".\copybooks\GCC208R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
