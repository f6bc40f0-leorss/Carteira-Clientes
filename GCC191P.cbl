      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC191P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC191P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Retorno do provedor de envio - le a lista de  *
      *                  emails e telefones (SMS) devolvidos como      *
      *                  invalidos, casa com CLIE-EMAIL/CLIE-TELEFONE  *
      *                  e VEND-EMAIL/VEND-TELEFONE, marca o contato   *
      *                  invalido no cadastro com data e motivo        *
      *                  (ARQ-CONTATO-INV) e grava a marca na trilha   *
      *                  de auditoria. Emite a lista de recoleta de    *
      *                  contatos por vendedor (execucao batch gera a  *
      *                  lista completa apos o processamento).         *
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
      * Arquivo de contatos invalidos
       COPY ".\copybooks\GCC191FC.cpy".

      * Arquivo retorno do provedor de envio
       SELECT ARQ-RET-PROVEDOR     ASSIGN TO  WID-ARQ-RET-PROVEDOR
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo log de rejeitados
       SELECT ARQ-LOG              ASSIGN TO  W-ARQ-LOG
           ORGANIZATION            IS  LINE SEQUENTIAL
           FILE STATUS             IS  WS-RESULTADO-ACESSO.

      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FC.cpy".

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
      * Arquivo de contatos invalidos
       COPY ".\copybooks\GCC191FD.cpy".

      * Arquivo retorno do provedor: posicional - meio (E = email,
      * S ou T = telefone/SMS), contato como foi enviado, data da
      * devolucao (AAAAMMDD) e motivo informado pelo provedor.
       FD  ARQ-RET-PROVEDOR.
       01  REG-ARQ-RET-PROVEDOR.
           02 RETP-MEIO                PIC  X(001).
               88 RETP-MEIO-EMAIL      VALUE "E".
               88 RETP-MEIO-FONE       VALUES "S" "T".
           02 RETP-CONTATO             PIC  X(040).
           02 RETP-DATA                PIC  9(008).
           02 RETP-MOTIVO              PIC  X(030).

      * Arquivo log de rejeitados
       FD  ARQ-LOG.
       01  REG-ARQ-LOG                  PIC X(132).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Arquivo resumo diario de operacoes
       COPY ".\copybooks\GCC028FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos processamento do retorno do provedor de envio
       COPY ".\copybooks\GCC191W.cpy".

       01  W-REG-ARQ-LOG-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Meio; Contato; Data; Motivo;".

       01  W-REG-ARQ-LOG-DET.
           05 W-LOG-MEIO               PIC  X(01) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-CONTATO            PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-DATA               PIC  X(08) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-LOG-MOTIVO             PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

      * Lista de recoleta: vendedor filtrado (zero = todos) e marcas
      * da quebra por vendedor.
       01  W-CAMPOS-RECOLETA.
           05  W-RCL-VEND              PIC 9(07) VALUE ZEROS.
           05  W-RCL-VEND-CORR         PIC 9(07) VALUE ZEROS.
           05  W-RCL-CLIE-ANT          PIC 9(07) VALUE ZEROS.
           05  W-RCL-CINV-ABERTO       PIC X(01) VALUE "N".
           05  W-RCL-MEIO              PIC X(01) VALUE SPACES.
           05  W-RCL-CONTATO           PIC X(40) VALUE SPACES.
           05  W-RCL-QT-CLIENTES       PIC 9(07) VALUE ZEROS.
           05  W-RCL-QT-VENDEDORES     PIC 9(07) VALUE ZEROS.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Recoleta de Contatos Invalidos por Vendedor".

       01  W-CAB-VENDEDOR.
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 W-CV-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CV-RAZAO           PIC X(40).

       01  W-CAB-SECAO-VEND.
           05 FILLER               PIC X(50) VALUE
              "Vendedores com contato invalido no cadastro".

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "Codigo".
           05 FILLER               PIC X(26) VALUE "Razao Social".
           05 FILLER               PIC X(09) VALUE "Meio".
           05 FILLER               PIC X(41) VALUE "Contato recusado".
           05 FILLER               PIC X(11) VALUE "Retorno".
           05 FILLER               PIC X(30) VALUE "Motivo".

       01  W-LIN-CONTATO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LC-RAZAO           PIC X(25).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LC-MEIO            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LC-CONTATO         PIC X(40).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LC-DATA            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LC-MOTIVO          PIC X(30).

       01  W-ROD-RESUMO-01.
           05 FILLER               PIC X(32)
              VALUE "  Clientes a recoletar........: ".
           05 W-RR-CLIENTES        PIC Z.ZZZ.ZZ9.

       01  W-ROD-RESUMO-02.
           05 FILLER               PIC X(32)
              VALUE "  Vendedores a recoletar......: ".
           05 W-RR-VENDEDORES      PIC Z.ZZZ.ZZ9.

       01  W-DATA-EDITADA.
           05 W-DE-DIA             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-DE-MES             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 W-DE-ANO             PIC 9(04).

       01  W-DATA-DESMONTADA.
           05 W-DD-ANO             PIC 9(04).
           05 W-DD-MES             PIC 9(02).
           05 W-DD-DIA             PIC 9(02).

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
       01  S-TELA-RETORNO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Retorno do provedor de envio (emails e SMS
      -                   " devolvidos)"     LINE 06 COL 10.
               10  VALUE  "<F4> Processar o arquivo de retorno e marca
      -                   "r os contatos"    LINE 08 COL 10.
               10  VALUE  "<F5> Lista de recoleta de contatos por vend
      -                   "edor"             LINE 09 COL 10.

      *----------------------------------------------------------------*
       01  S-TELA-ARQ-RETORNO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Arquivo retorno.....: "
                                       LINE 08 COL 10.
               10  S-ARQ-RET-PROVEDOR
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC X(40)
                                       USING WID-ARQ-RET-PROVEDOR.

      *----------------------------------------------------------------*
       01  S-TELA-CONTADOR.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Lidos.......:"  LINE 10 COL 10.
               10  S-LIDOS             LINE 10 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-LIDOS.
               10  VALUE  "Marcados....:"  LINE 12 COL 10.
               10  S-GRAVADOS          LINE 12 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-GRAVADOS.
               10  VALUE  "Ja marcados.:"  LINE 14 COL 10.
               10  S-JA-MARCADOS       LINE 14 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-RCP-JA-MARCADOS.
               10  VALUE  "Sem cadastro:"  LINE 16 COL 10.
               10  S-SEM-CADASTRO      LINE 16 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-RCP-SEM-CADASTRO.
               10  VALUE  "Erros.......:"  LINE 18 COL 10.
               10  S-ERROS             LINE 18 COL 25 PIC ZZZZZZZZZ9
                                       FROM W-ERROS.

      *----------------------------------------------------------------*
       01  S-TELA-RECOLETA.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor (0 = todos): "
                                       LINE 08 COL 10.
               10  S-RCL-VEND          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 33 PIC 9(07)
                                       USING W-RCL-VEND.
               10  VALUE  "Arquivo relatorio...: "
                                       LINE 10 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 33 PIC X(40)
                                       USING W-ARQ-RELATO.
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

           MOVE "Retorno Provedor Envio" TO W-MODULO
           MOVE WID-ARQ-REL-RECOLETA   TO W-ARQ-RELATO

      * Execucao batch: processa o retorno e gera a lista de recoleta
      * de todos os vendedores.
           IF  LK-PARAM                EQUAL "B"
               PERFORM 2100-PROCESSAR-RETORNO
               MOVE ZEROS              TO W-RCL-VEND
               PERFORM 4100-GERAR-RECOLETA
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "<Esc> Sair <F4> Processar retorno <F5> Lista de r
      -             "ecoleta"          TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-RETORNO
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F4
                       IF  W-PERFIL-GESTOR
                           PERFORM 2000-IMPORTAR-RETORNO
                       ELSE
                           MOVE "Acesso negado para o seu perfil, tecl
      -                        "e <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   WHEN COB-SCR-F5
                       PERFORM 4000-LISTA-RECOLETA
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-IMPORTAR-RETORNO           SECTION.
      *----------------------------------------------------------------*

           MOVE "[Retorno]"            TO W-OP
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-ARQ-RETORNO
           ACCEPT S-ARQ-RET-PROVEDOR
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2100-PROCESSAR-RETORNO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-PROCESSAR-RETORNO          SECTION.
      *----------------------------------------------------------------*
      * Carrega o retorno em memoria, varre clientes e vendedores
      * uma vez cada casando email e telefone com as linhas do
      * retorno, e registra no log as linhas sem cadastro.
           INITIALIZE W-CONTADORES
           MOVE ZEROS                  TO W-RCP-MARCADOS
                                          W-RCP-JA-MARCADOS
                                          W-RCP-SEM-CADASTRO
           ACCEPT W-RCP-DATA-HOJE      FROM DATE YYYYMMDD

           MOVE  WID-ARQ-LOG-RETPROV   TO W-ARQ-LOG
           MOVE  "N"                   TO W-GRAVADO
           PERFORM 2200-CARREGAR-RETORNO
           IF  W-QTDE-TAB-RET          EQUAL ZEROS
               PERFORM 7790-FECHAR-ARQ-LOG
               MOVE "Nenhuma linha valida no retorno, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2100-99-FIM
           END-IF

           PERFORM 7511-ABRIR-ARQ-CONTATO-INV
           IF  NOT FS-OK
               PERFORM 7790-FECHAR-ARQ-LOG
               GO TO 2100-99-FIM
           END-IF

           PERFORM 2300-VARRER-CLIENTES
           PERFORM 2400-VARRER-VENDEDORES
           PERFORM 7519-FECHAR-ARQ-CONTATO-INV
           PERFORM 2500-LOGAR-SEM-CADASTRO
           PERFORM 7790-FECHAR-ARQ-LOG

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-TELA-CONTADOR
           END-IF

           MOVE "RET-PROVED"           TO W-RESUMO-DIA-TIPO
           MOVE W-LIDOS                TO W-RESUMO-DIA-LIDOS
           MOVE W-GRAVADOS             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-ERROS                TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC191P - Retorno do provedor processado"
           ELSE
               MOVE  "Processamento finalizado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CARREGAR-RETORNO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-QTDE-TAB-RET
           PERFORM 7710-ABRIR-ARQ-LOG

           OPEN INPUT ARQ-RET-PROVEDOR
           IF  NOT FS-OK
               STRING "Erro abrir retorno do provedor. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2200-99-FIM
           END-IF

           PERFORM 7751-LER-PROX-RET-PROVEDOR
           PERFORM UNTIL NOT FS-OK
               ADD 1                   TO W-LIDOS
               PERFORM 2210-CRITICAR-LINHA
               PERFORM 7751-LER-PROX-RET-PROVEDOR
           END-PERFORM

           CLOSE ARQ-RET-PROVEDOR.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-CRITICAR-LINHA             SECTION.
      *----------------------------------------------------------------*
      * Meio E/S/T (S e T sao o mesmo telefone) e contato informado;
      * data invalida ou futura assume a data do processamento e
      * motivo em branco fica como nao informado.
           INSPECT RETP-MEIO CONVERTING "est" TO "EST"
           IF  NOT RETP-MEIO-EMAIL AND NOT RETP-MEIO-FONE
               ADD 1                   TO W-ERROS
               MOVE "Meio invalido (E/S/T)"
                                       TO W-LOG-MOTIVO
               PERFORM 2290-MONTAR-LOG
               GO TO 2210-99-FIM
           END-IF

           IF  RETP-CONTATO            EQUAL SPACES
               ADD 1                   TO W-ERROS
               MOVE "Contato em branco"
                                       TO W-LOG-MOTIVO
               PERFORM 2290-MONTAR-LOG
               GO TO 2210-99-FIM
           END-IF

           IF  W-QTDE-TAB-RET          NOT LESS 5000
               ADD 1                   TO W-ERROS
               MOVE "Limite de 5000 linhas por retorno"
                                       TO W-LOG-MOTIVO
               PERFORM 2290-MONTAR-LOG
               GO TO 2210-99-FIM
           END-IF

           IF  RETP-MEIO-FONE
               MOVE RETP-CONTATO       TO W-RCP-FONE-ENTRADA
               PERFORM 6210-NORMALIZAR-FONE
               IF  W-RCP-QTDE-DIG      LESS 10
                   ADD 1               TO W-ERROS
                   MOVE "Telefone com menos de 10 digitos"
                                       TO W-LOG-MOTIVO
                   PERFORM 2290-MONTAR-LOG
                   GO TO 2210-99-FIM
               END-IF
           END-IF

           IF  RETP-DATA NOT NUMERIC OR
               RETP-DATA EQUAL ZEROS OR
               RETP-DATA GREATER W-RCP-DATA-HOJE
               MOVE W-RCP-DATA-HOJE    TO RETP-DATA
           END-IF
           IF  RETP-MOTIVO             EQUAL SPACES
               MOVE "NAO INFORMADO PELO PROVEDOR"
                                       TO RETP-MOTIVO
           END-IF

           ADD 1                       TO W-QTDE-TAB-RET
           IF  RETP-MEIO-EMAIL
               MOVE "E"                TO W-RET-MEIO(W-QTDE-TAB-RET)
               MOVE RETP-CONTATO       TO W-RET-CONTATO(W-QTDE-TAB-RET)
               INSPECT W-RET-CONTATO(W-QTDE-TAB-RET)
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ELSE
               MOVE "T"                TO W-RET-MEIO(W-QTDE-TAB-RET)
               MOVE W-RCP-FONE-SAIDA   TO W-RET-CONTATO(W-QTDE-TAB-RET)
           END-IF
           MOVE RETP-DATA              TO W-RET-DATA(W-QTDE-TAB-RET)
           MOVE RETP-MOTIVO            TO W-RET-MOTIVO(W-QTDE-TAB-RET)
           MOVE "N"                    TO W-RET-ACHOU(W-QTDE-TAB-RET).

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2290-MONTAR-LOG                 SECTION.
      *----------------------------------------------------------------*

           MOVE RETP-MEIO              TO W-LOG-MEIO
           MOVE RETP-CONTATO           TO W-LOG-CONTATO
           MOVE RETP-DATA              TO W-LOG-DATA
           PERFORM 7760-GRAVAR-ARQ-LOG.

      *----------------------------------------------------------------*
       2290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-VARRER-CLIENTES            SECTION.
      *----------------------------------------------------------------*
      * Cliente com email ou telefone devolvido recebe a marca do
      * meio (somada a que ja tinha) e a data de alteracao.
           PERFORM 7110-ABRIR-ARQ-CLIE
           IF  NOT FS-OK
               GO TO 2300-99-FIM
           END-IF

           PERFORM 7153-LER-PROX-ARQ-CLIE
           PERFORM UNTIL NOT FS-OK
               MOVE "C"                TO W-RCP-TIPO
               MOVE CLIE-CODIGO        TO W-RCP-CODIGO
               MOVE CLIE-EMAIL         TO W-RCP-EMAIL-CAD
               MOVE CLIE-TELEFONE      TO W-RCP-FONE-CAD
               MOVE CLIE-FLAG-CONTATO  TO W-RCP-FLAG
               PERFORM 3000-CONFRONTAR-CONTATOS
               IF  W-RCP-ALTEROU       EQUAL "S"
                   MOVE W-RCP-FLAG     TO CLIE-FLAG-CONTATO
                   ACCEPT CLIE-DATA-ALTERACAO FROM DATE YYYYMMDD
                   REWRITE REG-ARQ-CLIENTE
                   IF  FS-OK
                       PERFORM 3100-REGISTRAR-MARCAS
                   ELSE
                       ADD 1           TO W-ERROS
                       MOVE SPACES     TO W-LOG-MEIO
                                          W-LOG-DATA
                       MOVE CLIE-CODIGO
                                       TO W-LOG-CONTATO
                       STRING "Erro regravar cliente. FS: "
                              WS-RESULTADO-ACESSO
                              DELIMITED BY SIZE INTO W-LOG-MOTIVO
                       PERFORM 7760-GRAVAR-ARQ-LOG
                   END-IF
               END-IF
               PERFORM 7153-LER-PROX-ARQ-CLIE
           END-PERFORM

           PERFORM 7190-FECHAR-ARQ-CLIE.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-VARRER-VENDEDORES          SECTION.
      *----------------------------------------------------------------*

           PERFORM 7210-ABRIR-ARQ-VEND
           IF  NOT FS-OK
               GO TO 2400-99-FIM
           END-IF

           PERFORM 7253-LER-PROX-ARQ-VEND
           PERFORM UNTIL NOT FS-OK
               MOVE "V"                TO W-RCP-TIPO
               MOVE VEND-CODIGO        TO W-RCP-CODIGO
               MOVE VEND-EMAIL         TO W-RCP-EMAIL-CAD
               MOVE VEND-TELEFONE      TO W-RCP-FONE-CAD
               MOVE VEND-FLAG-CONTATO  TO W-RCP-FLAG
               PERFORM 3000-CONFRONTAR-CONTATOS
               IF  W-RCP-ALTEROU       EQUAL "S"
                   MOVE W-RCP-FLAG     TO VEND-FLAG-CONTATO
                   ACCEPT VEND-DATA-ALTERACAO FROM DATE YYYYMMDD
                   REWRITE REG-ARQ-VENDEDOR
                   IF  FS-OK
                       PERFORM 3100-REGISTRAR-MARCAS
                   ELSE
                       ADD 1           TO W-ERROS
                       MOVE SPACES     TO W-LOG-MEIO
                                          W-LOG-DATA
                       MOVE VEND-CODIGO
                                       TO W-LOG-CONTATO
                       STRING "Erro regravar vendedor. FS: "
                              WS-RESULTADO-ACESSO
                              DELIMITED BY SIZE INTO W-LOG-MOTIVO
                       PERFORM 7760-GRAVAR-ARQ-LOG
                   END-IF
               END-IF
               PERFORM 7253-LER-PROX-ARQ-VEND
           END-PERFORM

           PERFORM 7290-FECHAR-ARQ-VEND.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-LOGAR-SEM-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      * Linha do retorno que nao casou com nenhum cadastro: contato ja
      * trocado ou nunca cadastrado - vai para o log sem contar erro.
           PERFORM VARYING W-SUB-RET FROM 1 BY 1
                   UNTIL W-SUB-RET GREATER W-QTDE-TAB-RET
               IF  W-RET-ACHOU(W-SUB-RET) EQUAL "N"
                   ADD 1               TO W-RCP-SEM-CADASTRO
                   MOVE W-RET-MEIO(W-SUB-RET)
                                       TO W-LOG-MEIO
                   MOVE W-RET-CONTATO(W-SUB-RET)
                                       TO W-LOG-CONTATO
                   MOVE W-RET-DATA(W-SUB-RET)
                                       TO W-LOG-DATA
                   MOVE "Contato nao encontrado no cadastro"
                                       TO W-LOG-MOTIVO
                   PERFORM 7760-GRAVAR-ARQ-LOG
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CONFRONTAR-CONTATOS        SECTION.
      *----------------------------------------------------------------*
      * Compara email (em maiusculas) e telefone (so digitos) do
      * cadastro corrente com todas as linhas do retorno. Meio ja
      * marcado conta como ja marcado; meio novo soma a marca em
      * W-RCP-FLAG (E + T = A) e guarda a linha que o derrubou.
           MOVE "N"                    TO W-RCP-ALTEROU
                                          W-RCP-NOVO-EMAIL
                                          W-RCP-NOVO-FONE
           MOVE ZEROS                  TO W-RCP-SUB-EMAIL
                                          W-RCP-SUB-FONE

           MOVE W-RCP-EMAIL-CAD        TO W-RCP-EMAIL-NORM
           INSPECT W-RCP-EMAIL-NORM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE W-RCP-FONE-CAD         TO W-RCP-FONE-ENTRADA
           PERFORM 6210-NORMALIZAR-FONE
           MOVE W-RCP-FONE-SAIDA       TO W-RCP-FONE-NORM

           PERFORM VARYING W-SUB-RET FROM 1 BY 1
                   UNTIL W-SUB-RET GREATER W-QTDE-TAB-RET
               IF  W-RET-MEIO(W-SUB-RET) EQUAL "E" AND
                   W-RCP-EMAIL-NORM NOT EQUAL SPACES AND
                   W-RET-CONTATO(W-SUB-RET) EQUAL W-RCP-EMAIL-NORM
                   MOVE "S"            TO W-RET-ACHOU(W-SUB-RET)
                   MOVE W-SUB-RET      TO W-RCP-SUB-EMAIL
               END-IF
               IF  W-RET-MEIO(W-SUB-RET) EQUAL "T" AND
                   W-RCP-FONE-NORM NOT EQUAL SPACES AND
                   W-RET-CONTATO(W-SUB-RET) EQUAL W-RCP-FONE-NORM
                   MOVE "S"            TO W-RET-ACHOU(W-SUB-RET)
                   MOVE W-SUB-RET      TO W-RCP-SUB-FONE
               END-IF
           END-PERFORM

           IF  W-RCP-SUB-EMAIL         GREATER ZEROS
               IF  W-RCP-EMAIL-MARCADO
                   ADD 1               TO W-RCP-JA-MARCADOS
               ELSE
                   IF  W-RCP-FLAG      EQUAL "T"
                       MOVE "A"        TO W-RCP-FLAG
                   ELSE
                       MOVE "E"        TO W-RCP-FLAG
                   END-IF
                   MOVE "S"            TO W-RCP-ALTEROU
                                          W-RCP-NOVO-EMAIL
               END-IF
           END-IF

           IF  W-RCP-SUB-FONE          GREATER ZEROS
               IF  W-RCP-FONE-MARCADO
                   ADD 1               TO W-RCP-JA-MARCADOS
               ELSE
                   IF  W-RCP-FLAG      EQUAL "E"
                       MOVE "A"        TO W-RCP-FLAG
                   ELSE
                       MOVE "T"        TO W-RCP-FLAG
                   END-IF
                   MOVE "S"            TO W-RCP-ALTEROU
                                          W-RCP-NOVO-FONE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-REGISTRAR-MARCAS           SECTION.
      *----------------------------------------------------------------*
      * Cadastro ja regravado: data, motivo e contato recusado de
      * cada meio novo vao para ARQ-CONTATO-INV e a marca vai para a
      * trilha de auditoria do cadastro.
           IF  W-RCP-NOVO-EMAIL        EQUAL "S"
               MOVE "E"                TO CINV-MEIO
               MOVE W-RCP-EMAIL-CAD    TO CINV-CONTATO
               MOVE W-RCP-SUB-EMAIL    TO W-SUB-RET
               MOVE "INV-EMAIL"        TO W-AUDIT-OPERACAO
               PERFORM 3150-GRAVAR-CONTATO-INV
           END-IF

           IF  W-RCP-NOVO-FONE         EQUAL "S"
               MOVE "T"                TO CINV-MEIO
               MOVE W-RCP-FONE-CAD     TO CINV-CONTATO
               MOVE W-RCP-SUB-FONE     TO W-SUB-RET
               MOVE "INV-FONE"         TO W-AUDIT-OPERACAO
               PERFORM 3150-GRAVAR-CONTATO-INV
           END-IF

           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3150-GRAVAR-CONTATO-INV         SECTION.
      *----------------------------------------------------------------*
      * Um registro por cadastro e meio: regravado quando o meio ja
      * foi recusado antes (contato recoletado e devolvido de novo).
           MOVE W-RCP-TIPO             TO CINV-TIPO
           MOVE W-RCP-CODIGO           TO CINV-CODIGO
           MOVE CINV-CONTATO           TO W-RCL-CONTATO
           PERFORM 7513-LER-ARQ-CONTATO-INV-CHAVE
           MOVE W-RCL-CONTATO          TO CINV-CONTATO
           MOVE W-RET-DATA(W-SUB-RET)  TO CINV-DATA-RETORNO
           MOVE W-RET-MOTIVO(W-SUB-RET)
                                       TO CINV-MOTIVO
           MOVE W-RCP-DATA-HOJE        TO CINV-DATA-PROCESSO
           MOVE W-OPERADOR             TO CINV-OPERADOR
           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7517-REGRAVAR-ARQ-CONTATO-INV
           ELSE
               PERFORM 7516-GRAVAR-ARQ-CONTATO-INV
           END-IF
           IF  NOT FS-OK
               ADD 1                   TO W-ERROS
               GO TO 3150-99-FIM
           END-IF
           ADD 1                       TO W-GRAVADOS
                                          W-RCP-MARCADOS

           MOVE SPACES                 TO W-AUDIT-RAZAO-SOCIAL
           MOVE W-RCP-CODIGO           TO W-AUDIT-CODIGO
           STRING "Retorno: " CINV-MOTIVO
                  DELIMITED BY SIZE INTO W-AUDIT-RAZAO-SOCIAL
           IF  W-RCP-TIPO              EQUAL "C"
               PERFORM 7196-GRAVAR-ARQ-AUDIT-CLIE
           ELSE
               PERFORM 7296-GRAVAR-ARQ-AUDIT-VEND
           END-IF.

      *----------------------------------------------------------------*
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-LISTA-RECOLETA             SECTION.
      *----------------------------------------------------------------*

           MOVE "[Recoleta]"           TO W-OP
           MOVE "<Esc> Voltar <Enter> Gerar"
                                       TO W-STATUS
           MOVE ZEROS                  TO W-RCL-VEND
           DISPLAY S-CLS
           DISPLAY S-TELA-RECOLETA
           ACCEPT S-RCL-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF
           IF  W-RCL-VEND              GREATER ZEROS
               MOVE W-RCL-VEND         TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   GO TO 4000-99-FIM
               END-IF
           END-IF
           ACCEPT S-NOME-ARQ
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF

           PERFORM 4100-GERAR-RECOLETA.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GERAR-RECOLETA             SECTION.
      *----------------------------------------------------------------*
      * Carteira de cada vendedor pelo indice de vendedor da
      * distribuicao: cliente ativo com contato marcado sai com uma
      * linha por meio invalido; no fim, os proprios vendedores com
      * contato marcado.
           MOVE ZEROS                  TO W-RCL-QT-CLIENTES
                                          W-RCL-QT-VENDEDORES
                                          W-RCL-VEND-CORR
                                          W-RCL-CLIE-ANT

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 4100-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           MOVE "N"                    TO W-RCL-CINV-ABERTO
           OPEN INPUT ARQ-CONTATO-INV
           IF  FS-OK
               MOVE "S"                TO W-RCL-CINV-ABERTO
           END-IF

           PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
           IF  FS-OK
               PERFORM 4200-LISTAR-CLIENTES
               PERFORM 7190-FECHAR-ARQ-CLIE
           END-IF

           PERFORM 4300-LISTAR-VENDEDORES

           IF  W-RCL-CINV-ABERTO       EQUAL "S"
               PERFORM 7519-FECHAR-ARQ-CONTATO-INV
           END-IF

           MOVE W-RCL-QT-CLIENTES      TO W-RR-CLIENTES
           MOVE W-RCL-QT-VENDEDORES    TO W-RR-VENDEDORES
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           WRITE REG-ARQ-RELATO FROM W-ROD-RESUMO-01 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-RESUMO-02 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC191P - Lista de recoleta gravada"
           ELSE
               MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-LISTAR-CLIENTES            SECTION.
      *----------------------------------------------------------------*

           PERFORM 7611-ABRIR-ARQ-DIST-INPUT
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 4200-99-FIM
           END-IF

           MOVE W-RCL-VEND             TO DIST-VEND-CODIGO
           PERFORM 7671-START-ARQ-DIST-VEND
           IF  FS-OK
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR (W-RCL-VEND GREATER ZEROS AND
                          DIST-VEND-CODIGO NOT EQUAL W-RCL-VEND)
               IF  DIST-VEND-CODIGO    NOT EQUAL W-RCL-VEND-CORR OR
                   DIST-CLIE-CODIGO    NOT EQUAL W-RCL-CLIE-ANT
                   PERFORM 4210-AVALIAR-CLIENTE
               END-IF
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM

           PERFORM 7690-FECHAR-ARQ-DIST.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4210-AVALIAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*

           MOVE DIST-CLIE-CODIGO       TO W-RCL-CLIE-ANT
                                          CLIE-CODIGO
           READ ARQ-CLIENTE KEY IS CLIE-CODIGO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ
           IF  W-REG-ENCONTRADO        EQUAL "N" OR
               NOT CLIE-ATIVO OR
               CLIE-CONTATO-OK
               GO TO 4210-99-FIM
           END-IF

           IF  DIST-VEND-CODIGO        NOT EQUAL W-RCL-VEND-CORR
               MOVE DIST-VEND-CODIGO   TO W-RCL-VEND-CORR
                                          W-CV-CODIGO
               MOVE DIST-VEND-RAZAO-SOCIAL
                                       TO W-CV-RAZAO
               WRITE REG-ARQ-RELATO FROM W-CAB-VENDEDOR AFTER 2
               WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
               WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           END-IF

           ADD 1                       TO W-RCL-QT-CLIENTES
           MOVE "C"                    TO W-RCP-TIPO
           MOVE CLIE-CODIGO            TO W-RCP-CODIGO
                                          W-LC-CODIGO
           MOVE CLIE-RAZAO-SOCIAL      TO W-LC-RAZAO
           IF  CLIE-EMAIL-INVALIDO
               MOVE "E"                TO W-RCL-MEIO
               MOVE CLIE-EMAIL         TO W-RCL-CONTATO
               PERFORM 4500-GRAVAR-LINHA-MEIO
           END-IF
           IF  CLIE-FONE-INVALIDO
               MOVE "T"                TO W-RCL-MEIO
               MOVE CLIE-TELEFONE      TO W-RCL-CONTATO
               PERFORM 4500-GRAVAR-LINHA-MEIO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       4210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-LISTAR-VENDEDORES          SECTION.
      *----------------------------------------------------------------*

           PERFORM 7211-ABRIR-INPUT-ARQ-VEND
           IF  NOT FS-OK
               GO TO 4300-99-FIM
           END-IF

           PERFORM 7253-LER-PROX-ARQ-VEND
           PERFORM UNTIL NOT FS-OK
               IF  VEND-ATIVO AND NOT VEND-CONTATO-OK AND
                   (W-RCL-VEND EQUAL ZEROS OR
                    VEND-CODIGO EQUAL W-RCL-VEND)
                   IF  W-RCL-QT-VENDEDORES EQUAL ZEROS
                       WRITE REG-ARQ-RELATO FROM W-CAB-SECAO-VEND
                                       AFTER 2
                       WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS
                                       AFTER 1
                       WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
                   END-IF
                   ADD 1               TO W-RCL-QT-VENDEDORES
                   MOVE "V"            TO W-RCP-TIPO
                   MOVE VEND-CODIGO    TO W-RCP-CODIGO
                                          W-LC-CODIGO
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-LC-RAZAO
                   IF  VEND-EMAIL-INVALIDO
                       MOVE "E"        TO W-RCL-MEIO
                       MOVE VEND-EMAIL TO W-RCL-CONTATO
                       PERFORM 4500-GRAVAR-LINHA-MEIO
                   END-IF
                   IF  VEND-FONE-INVALIDO
                       MOVE "T"        TO W-RCL-MEIO
                       MOVE VEND-TELEFONE
                                       TO W-RCL-CONTATO
                       PERFORM 4500-GRAVAR-LINHA-MEIO
                   END-IF
                   MOVE "00"           TO WS-RESULTADO-ACESSO
               END-IF
               PERFORM 7253-LER-PROX-ARQ-VEND
           END-PERFORM

           PERFORM 7290-FECHAR-ARQ-VEND.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-GRAVAR-LINHA-MEIO          SECTION.
      *----------------------------------------------------------------*
      * Data e motivo vem do arquivo de contatos invalidos; ausente o
      * registro, a linha sai so com o contato do cadastro.
           IF  W-RCL-MEIO              EQUAL "E"
               MOVE "Email"            TO W-LC-MEIO
           ELSE
               MOVE "Telefone"         TO W-LC-MEIO
           END-IF
           MOVE W-RCL-CONTATO          TO W-LC-CONTATO
           MOVE SPACES                 TO W-LC-DATA
                                          W-LC-MOTIVO

           MOVE "N"                    TO W-REG-ENCONTRADO
           IF  W-RCL-CINV-ABERTO       EQUAL "S"
               MOVE W-RCP-TIPO         TO CINV-TIPO
               MOVE W-RCP-CODIGO       TO CINV-CODIGO
               MOVE W-RCL-MEIO         TO CINV-MEIO
               PERFORM 7513-LER-ARQ-CONTATO-INV-CHAVE
           END-IF
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CINV-DATA-RETORNO  TO W-DATA-DESMONTADA
               MOVE W-DD-DIA           TO W-DE-DIA
               MOVE W-DD-MES           TO W-DE-MES
               MOVE W-DD-ANO           TO W-DE-ANO
               MOVE W-DATA-EDITADA     TO W-LC-DATA
               MOVE CINV-MOTIVO        TO W-LC-MOTIVO
           END-IF

           WRITE REG-ARQ-RELATO FROM W-LIN-CONTATO AFTER 1.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************

      *----------------------------------------------------------------*
       6210-NORMALIZAR-FONE            SECTION.
      *----------------------------------------------------------------*
      * Deixa em W-RCP-FONE-SAIDA so os digitos de W-RCP-FONE-ENTRADA,
      * sem zeros a esquerda (prefixo de operadora/tronco) e sem o
      * codigo do pais 55 quando sobram mais de 11 digitos; devolve
      * em W-RCP-QTDE-DIG a quantidade de digitos que ficou.
           MOVE SPACES                 TO W-RCP-FONE-DIGITOS
                                          W-RCP-FONE-SAIDA
           MOVE ZEROS                  TO W-RCP-QTDE-DIG
           PERFORM VARYING W-RCP-SUB FROM 1 BY 1
                   UNTIL W-RCP-SUB GREATER 40
               IF  W-RCP-FONE-ENTRADA(W-RCP-SUB:1) NUMERIC
                   ADD 1               TO W-RCP-QTDE-DIG
                   MOVE W-RCP-FONE-ENTRADA(W-RCP-SUB:1)
                     TO W-RCP-FONE-DIGITOS(W-RCP-QTDE-DIG:1)
               END-IF
           END-PERFORM

           MOVE 1                      TO W-RCP-INICIO
           PERFORM UNTIL W-RCP-INICIO GREATER W-RCP-QTDE-DIG
                      OR W-RCP-FONE-DIGITOS(W-RCP-INICIO:1)
                         NOT EQUAL "0"
               ADD 1                   TO W-RCP-INICIO
           END-PERFORM
           IF  W-RCP-QTDE-DIG - W-RCP-INICIO + 1 GREATER 11 AND
               W-RCP-FONE-DIGITOS(W-RCP-INICIO:2) EQUAL "55"
               ADD 2                   TO W-RCP-INICIO
           END-IF

           IF  W-RCP-INICIO            GREATER W-RCP-QTDE-DIG
               MOVE ZEROS              TO W-RCP-QTDE-DIG
               GO TO 6210-99-FIM
           END-IF
           COMPUTE W-RCP-QTDE-DIG = W-RCP-QTDE-DIG - W-RCP-INICIO + 1
           MOVE W-RCP-FONE-DIGITOS(W-RCP-INICIO:W-RCP-QTDE-DIG)
                                       TO W-RCP-FONE-SAIDA.

      *----------------------------------------------------------------*
       6210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7751-LER-PROX-RET-PROVEDOR      SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-RET-PROVEDOR NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura retorno do provedor. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7751-99-FIM.                    EXIT.
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

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo de contatos invalidos
       COPY ".\copybooks\GCC191R.cpy".
      * Rotinas relatorio
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de operacoes
       COPY ".\copybooks\GCC028R.cpy".
