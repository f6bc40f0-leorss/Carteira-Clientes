      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC211P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC211P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Motivos de devolucao e analise mensal das     *
      *                  devolucoes - mantem a tabela de motivos       *
      *                  aceitos no arquivo de notas (GCC117P), com a  *
      *                  marca dos motivos que apontam falha da venda, *
      *                  e o prazo da devolucao rapida. Para a         *
      *                  competencia, emite por vendedor e cliente o   *
      *                  vendido, o devolvido e a taxa de devolucao,   *
      *                  as devolucoes rapidas (ate o prazo da nota de *
      *                  venda de origem) por nota de venda, marcando  *
      *                  o vendedor acima da media da equipe, e fecha  *
      *                  com o resumo por motivo. Roda no fim de mes   *
      *                  (GCC113P) para a competencia fechada.         *
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
      * Arquivo de distribuicao (cliente x vendedor)
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FC.cpy".
      * Tabela de motivos de devolucao
       COPY ".\copybooks\GCC211FC.cpy".

       SELECT ARQ-SORT ASSIGN TO "DEVOLUCAO-SORT.TMP"
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
      * Arquivo de distribuicao (cliente x vendedor)
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo de notas fiscais
       COPY ".\copybooks\GCC117FD.cpy".
      * Tabela de motivos de devolucao
       COPY ".\copybooks\GCC211FD.cpy".

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SORT-VEND               PIC  9(007).
           05  SORT-CLIE               PIC  9(007).
           05  SORT-TIPO               PIC  X(001).
           05  SORT-VALOR              PIC  9(011)V9(002).
           05  SORT-RAPIDA             PIC  X(001).
           05  SORT-RESP               PIC  X(001).

      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".
      * Campos tabela de motivos de devolucao
       COPY ".\copybooks\GCC211W.cpy".

      * Competencia recebida do orquestrador de fim de mes (GCC113P)
      * pela variavel de ambiente CARTEIRA_COMPETENCIA no modo batch.
       01  W-COMP-BATCH.
           05  W-COMP-BAT-TX           PIC X(06) VALUE SPACES.
           05  W-COMP-BAT-NUM REDEFINES W-COMP-BAT-TX
                                       PIC 9(06).

       01  W-CAMPOS-DEVOLUCAO.
           05  W-DEV-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  FILLER                  REDEFINES W-DEV-COMPETENCIA.
               10  W-DEV-COMP-ANO      PIC 9(04).
               10  W-DEV-COMP-MES      PIC 9(02).
           05  W-DEV-TELA-OK           PIC X(01) VALUE "N".
           05  W-DEV-TABELA-SALVA      PIC X(219) VALUE SPACES.
           05  W-DEV-SUB               PIC 9(02) VALUE ZEROS.
           05  W-DEV-SUB2              PIC 9(02) VALUE ZEROS.
           05  W-DEV-DIST-ABERTO       PIC X(01) VALUE "N".
           05  W-DEV-FIM-NOTAS         PIC X(01) VALUE "N".
           05  W-FIM-SORT              PIC X(01) VALUE "N".
      * Nota corrente da leitura sequencial, guardada para retomar a
      * leitura depois de buscar a nota de venda de origem.
           05  W-DEV-NOTA-ATUAL        PIC 9(09) VALUE ZEROS.
           05  W-DEV-DATA-DEVOLUCAO    PIC 9(08) VALUE ZEROS.
           05  W-DEV-NOTA-ORIGEM       PIC 9(09) VALUE ZEROS.
           05  W-DEV-DIAS              PIC S9(07) VALUE ZEROS.
      * Vendedor do cliente achado no ARQ-DIST.
           05  W-DEV-CLIE              PIC 9(07) VALUE ZEROS.
           05  W-DEV-VEND              PIC 9(07) VALUE ZEROS.
      * Percentuais: calculo com folga e valor limitado a 999,99
      * para a impressao.
           05  W-DEV-PCT-CALC          PIC 9(09)V99 VALUE ZEROS.
           05  W-DEV-PCT               PIC 9(03)V99 VALUE ZEROS.
           05  W-DEV-PCT-EQUIPE        PIC 9(03)V99 VALUE ZEROS.
           05  W-DEV-PCT-RAPIDA        PIC 9(03)V99 VALUE ZEROS.
      * Quebras do relatorio.
           05  W-DEV-VEND-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-DEV-CLIE-CORRENTE     PIC 9(07) VALUE ZEROS.
           05  W-DEV-PRIMEIRO          PIC X(01) VALUE "S".
      * Acumuladores do cliente corrente.
           05  W-DEV-C-VENDIDO         PIC 9(13)V99 VALUE ZEROS.
           05  W-DEV-C-DEVOLVIDO       PIC 9(13)V99 VALUE ZEROS.
           05  W-DEV-C-QTDE-DEV        PIC 9(05) VALUE ZEROS.
           05  W-DEV-C-RAPIDAS         PIC 9(05) VALUE ZEROS.
           05  W-DEV-C-RESP            PIC 9(05) VALUE ZEROS.
      * Acumuladores do vendedor corrente.
           05  W-DEV-V-VENDIDO         PIC 9(13)V99 VALUE ZEROS.
           05  W-DEV-V-DEVOLVIDO       PIC 9(13)V99 VALUE ZEROS.
           05  W-DEV-V-QTDE-VENDA      PIC 9(05) VALUE ZEROS.
           05  W-DEV-V-QTDE-DEV        PIC 9(05) VALUE ZEROS.
           05  W-DEV-V-RAPIDAS         PIC 9(05) VALUE ZEROS.
           05  W-DEV-V-RESP            PIC 9(05) VALUE ZEROS.
      * Totais da equipe (todas as notas da competencia), fechados na
      * selecao, antes da impressao: a media da equipe ja e conhecida
      * quando cada vendedor e impresso.
           05  W-DEV-T-VENDIDO         PIC 9(13)V99 VALUE ZEROS.
           05  W-DEV-T-DEVOLVIDO       PIC 9(13)V99 VALUE ZEROS.
           05  W-DEV-T-QTDE-VENDA      PIC 9(07) VALUE ZEROS.
           05  W-DEV-T-QTDE-DEV        PIC 9(07) VALUE ZEROS.
           05  W-DEV-T-RAPIDAS         PIC 9(07) VALUE ZEROS.
           05  W-DEV-T-RESP            PIC 9(07) VALUE ZEROS.
           05  W-DEV-QTDE-VEND         PIC 9(05) VALUE ZEROS.
           05  W-DEV-QTDE-ACIMA        PIC 9(05) VALUE ZEROS.
      * Resumo por motivo: posicoes 1 a 8 na ordem da tabela, 9 =
      * motivo nao informado, 10 = codigo fora da tabela atual.
           05  W-DEV-MOTIVO-ITEM       OCCURS 10 TIMES.
               10  W-DEV-M-QTDE        PIC 9(07).
               10  W-DEV-M-VALOR       PIC 9(13)V99.
               10  W-DEV-M-RAPIDAS     PIC 9(07).
           05  W-DEV-POS-MOTIVO        PIC 9(02) VALUE ZEROS.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(50) VALUE
              "Devolucoes - Analise da Competencia ".
           05 W-CAB-COMPETENCIA    PIC 9(06).
           05 FILLER               PIC X(26)
              VALUE "   Devolucao rapida ate ".
           05 W-CAB-PRAZO          PIC ZZ9.
           05 FILLER               PIC X(16)
              VALUE " dia(s) da venda".

       01  W-CAB-VEND.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(10) VALUE "Vendedor: ".
           05 W-CAB-VEND-COD       PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CAB-VEND-NOME      PIC X(40).

       01  W-CAB-02.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(07) VALUE "Cliente".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(25) VALUE "Razao Social".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(17)
              VALUE "          Vendido".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(17)
              VALUE "        Devolvido".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(06) VALUE " Taxa%".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(05) VALUE "Devol".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(05) VALUE "Rapid".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(05) VALUE " Resp".

       01  W-DET-CLIE.
           05 FILLER               PIC X(03).
           05 W-DET-CLIE-COD       PIC ZZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-RAZAO          PIC X(25).
           05 FILLER               PIC X(01).
           05 W-DET-VENDIDO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-DET-DEVOLVIDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-DET-TAXA           PIC ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-DET-QTDE-DEV       PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-RAPIDAS        PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DET-RESP           PIC ZZZZ9.

       01  W-TOT-VEND.
           05 FILLER               PIC X(03).
           05 W-TOT-TITULO         PIC X(33).
           05 FILLER               PIC X(01).
           05 W-TOT-VENDIDO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-TOT-DEVOLVIDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-TOT-TAXA           PIC ZZ9,99.
           05 FILLER               PIC X(01).
           05 W-TOT-QTDE-DEV       PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-TOT-RAPIDAS        PIC ZZZZ9.
           05 FILLER               PIC X(01).
           05 W-TOT-RESP           PIC ZZZZ9.

       01  W-TOT-VEND-RAPIDA.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(16) VALUE "Notas de venda: ".
           05 W-TVR-QTDE-VENDA     PIC ZZZZ9.
           05 FILLER               PIC X(39)
              VALUE "   Devolucao rapida por nota de venda: ".
           05 W-TVR-PCT            PIC ZZ9,99.
           05 FILLER               PIC X(21)
              VALUE "%   Media da equipe: ".
           05 W-TVR-PCT-EQUIPE     PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(03).
           05 W-TVR-MARCA          PIC X(24).

       01  W-ROD-EQUIPE.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(41) VALUE
              "Devolucao rapida por nota de venda, media".
           05 FILLER               PIC X(13) VALUE " da equipe: ".
           05 W-REQ-PCT            PIC ZZ9,99.
           05 FILLER               PIC X(11) VALUE "% (rapidas ".
           05 W-REQ-RAPIDAS        PIC ZZZZZZ9.
           05 FILLER               PIC X(18)
              VALUE " / notas de venda ".
           05 W-REQ-QTDE-VENDA     PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE ")".

       01  W-ROD-ACIMA.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(54) VALUE
              "Vendedores com devolucao rapida acima da media......: ".
           05 W-RAC-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE " de ".
           05 W-RAC-QTDE-VEND      PIC ZZZZ9.

       01  W-CAB-MOTIVO.
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(04) VALUE "Cod".
           05 FILLER               PIC X(26) VALUE "Motivo".
           05 FILLER               PIC X(05) VALUE "Resp".
           05 FILLER               PIC X(06) VALUE "  Qtde".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(17)
              VALUE "        Devolvido".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(07) VALUE "% Valor".
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(07) VALUE "Rapidas".

       01  W-DET-MOTIVO.
           05 FILLER               PIC X(04).
           05 W-DMT-CODIGO         PIC X(01).
           05 FILLER               PIC X(02).
           05 W-DMT-DESCRICAO      PIC X(25).
           05 FILLER               PIC X(02).
           05 W-DMT-RESP           PIC X(01).
           05 FILLER               PIC X(03).
           05 W-DMT-QTDE           PIC ZZZZZ9.
           05 FILLER               PIC X(01).
           05 W-DMT-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02).
           05 W-DMT-PCT            PIC ZZ9,99.
           05 FILLER               PIC X(02).
           05 W-DMT-RAPIDAS        PIC ZZZZZ9.

       01  W-ROD-SEM-NOTAS.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhuma nota fiscal emitida na competencia".

       01  W-ROD-SEM-DEVOL.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(50)
              VALUE "Nenhuma devolucao emitida na competencia".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela dos motivos de devolucao
       COPY ".\copybooks\GCC211S.cpy".
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

           MOVE "Devolucoes"           TO W-MODULO
           MOVE WID-ARQ-REL-DEVOLUCAO  TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

           PERFORM 7935-LER-DATA-MOV
           PERFORM 7185-CARREGAR-MOTIVOS-DEV
           MOVE REG-ARQ-MOTIVO-DEV(1:219)
                                       TO W-DEV-TABELA-SALVA

           IF  LK-PARAM                EQUAL "B"
               PERFORM 1200-OBTER-COMPETENCIA-BAT
           ELSE
      * Sugere a competencia fechada: o mes anterior ao da data
      * movimento.
               MOVE W-DATA-MOV(1:6)    TO W-DEV-COMPETENCIA
               IF  W-DEV-COMP-MES      EQUAL 01
                   SUBTRACT 1          FROM W-DEV-COMP-ANO
                   MOVE 12             TO W-DEV-COMP-MES
               ELSE
                   SUBTRACT 1          FROM W-DEV-COMP-MES
               END-IF
               MOVE "N"                TO W-DEV-TELA-OK
               PERFORM 1000-ACEITAR-TELA
                                       UNTIL W-DEV-TELA-OK EQUAL "S"
                                          OR W-VOLTAR      EQUAL "S"
               IF  W-VOLTAR            EQUAL "N"
                   PERFORM 1300-GRAVAR-TABELA
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               PERFORM 2000-PROCESSAR
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-ACEITAR-TELA               SECTION.
      *----------------------------------------------------------------*
      * Tabela, prazo e competencia na mesma tela; erro volta para a
      * tela com a mensagem.
           DISPLAY S-CLS
           ACCEPT S-TELA-DEVOLUCAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           PERFORM 1100-VALIDAR-TABELA
           IF  W-DEV-TELA-OK           EQUAL "N"
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-VALIDAR-TABELA             SECTION.
      *----------------------------------------------------------------*
      * Codigo informado exige descricao e responsabilidade S ou N
      * (branco vale N) e nao pode repetir; codigo em branco limpa a
      * posicao. Minuscula vale a maiuscula.
           MOVE "S"                    TO W-DEV-TELA-OK

           PERFORM VARYING W-MDV-SUB FROM 1 BY 1
                   UNTIL W-MDV-SUB GREATER 8
                      OR W-DEV-TELA-OK EQUAL "N"
               INSPECT MDEV-CODIGO(W-MDV-SUB) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT MDEV-RESP-VENDA(W-MDV-SUB) CONVERTING "sn"
                                                           TO "SN"
               EVALUATE TRUE
                   WHEN MDEV-CODIGO(W-MDV-SUB) EQUAL SPACES
                       MOVE SPACES     TO MDEV-DESCRICAO(W-MDV-SUB)
                                          MDEV-RESP-VENDA(W-MDV-SUB)
                   WHEN MDEV-DESCRICAO(W-MDV-SUB) EQUAL SPACES
                       MOVE "Informe a descricao do motivo, tecle <Enter
      -                     ">"
                                       TO W-MSGERRO
                       MOVE "N"        TO W-DEV-TELA-OK
                   WHEN MDEV-RESP-VENDA(W-MDV-SUB) NOT EQUAL "S" AND
                        MDEV-RESP-VENDA(W-MDV-SUB) NOT EQUAL "N" AND
                        MDEV-RESP-VENDA(W-MDV-SUB) NOT EQUAL SPACE
                       MOVE "Resp.venda deve ser S ou N, tecle <Enter>"
                                       TO W-MSGERRO
                       MOVE "N"        TO W-DEV-TELA-OK
                   WHEN OTHER
                       IF  MDEV-RESP-VENDA(W-MDV-SUB) EQUAL SPACE
                           MOVE "N"    TO MDEV-RESP-VENDA(W-MDV-SUB)
                       END-IF
                       PERFORM VARYING W-DEV-SUB2 FROM 1 BY 1
                               UNTIL W-DEV-SUB2 NOT LESS W-MDV-SUB
                           IF  MDEV-CODIGO(W-DEV-SUB2) EQUAL
                               MDEV-CODIGO(W-MDV-SUB)
                               MOVE "Codigo de motivo repetido, tecle <E
      -                             "nter>"
                                       TO W-MSGERRO
                               MOVE "N" TO W-DEV-TELA-OK
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM

           IF  W-DEV-TELA-OK           EQUAL "N"
               GO TO 1100-99-FIM
           END-IF

           IF  MDEV-PRAZO-RAPIDA       EQUAL ZEROS OR
               MDEV-PRAZO-RAPIDA       GREATER 365
               MOVE "Prazo da devolucao rapida deve ser de 1 a 365 dias,
      -             " tecle <Enter>"
                                       TO W-MSGERRO
               MOVE "N"                TO W-DEV-TELA-OK
               GO TO 1100-99-FIM
           END-IF

           IF  W-DEV-COMP-ANO          LESS 1900 OR
               W-DEV-COMP-MES          EQUAL ZEROS OR
               W-DEV-COMP-MES          GREATER 12
               MOVE "Competencia invalida, tecle <Enter>"
                                       TO W-MSGERRO
               MOVE "N"                TO W-DEV-TELA-OK
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-OBTER-COMPETENCIA-BAT      SECTION.
      *----------------------------------------------------------------*
      * Modo batch (ciclo de fim de mes, GCC113P): a competencia vem
      * da variavel de ambiente CARTEIRA_COMPETENCIA.
           MOVE SPACES                 TO W-COMP-BAT-TX
           DISPLAY "CARTEIRA_COMPETENCIA"
                                       UPON ENVIRONMENT-NAME
           ACCEPT  W-COMP-BAT-TX       FROM ENVIRONMENT-VALUE

           IF  W-COMP-BAT-NUM NUMERIC AND
               W-COMP-BAT-NUM GREATER ZEROS
               MOVE W-COMP-BAT-NUM     TO W-DEV-COMPETENCIA
           ELSE
               DISPLAY "GCC211P - CARTEIRA_COMPETENCIA ausente ou "
                       "invalida - relatorio nao emitido"
               MOVE "S"                TO W-VOLTAR
               MOVE 8                  TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-GRAVAR-TABELA              SECTION.
      *----------------------------------------------------------------*
      * Tabela alterada na tela: so o gestor (administrador ou
      * supervisor) grava; para os demais a analise segue com a
      * tabela que estava gravada. Notas ja carregadas mantem o
      * codigo com que entraram.
           IF  REG-ARQ-MOTIVO-DEV(1:219) EQUAL W-DEV-TABELA-SALVA
               GO TO 1300-99-FIM
           END-IF

           IF  NOT W-PERFIL-GESTOR
               MOVE W-DEV-TABELA-SALVA TO REG-ARQ-MOTIVO-DEV(1:219)
               MOVE "Tabela alterada so pelo gestor - mantida a atual, t
      -             "ecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1300-99-FIM
           END-IF

           DISPLAY S-TELA-DEVOLUCAO
           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               MOVE W-OPERADOR         TO MDEV-OPERADOR
               ACCEPT MDEV-DATA-ALTERACAO FROM DATE YYYYMMDD
               PERFORM 7186-GRAVAR-MOTIVOS-DEV
               MOVE REG-ARQ-MOTIVO-DEV(1:219)
                                       TO W-DEV-TABELA-SALVA
           ELSE
               MOVE W-DEV-TABELA-SALVA TO REG-ARQ-MOTIVO-DEV(1:219)
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-DEV-MOTIVO-ITEM(1)
           PERFORM VARYING W-DEV-SUB FROM 2 BY 1
                   UNTIL W-DEV-SUB GREATER 10
               MOVE W-DEV-MOTIVO-ITEM(1)
                                       TO W-DEV-MOTIVO-ITEM(W-DEV-SUB)
           END-PERFORM
           MOVE ZEROS                  TO W-DEV-T-VENDIDO
                                          W-DEV-T-DEVOLVIDO
                                          W-DEV-T-QTDE-VENDA
                                          W-DEV-T-QTDE-DEV
                                          W-DEV-T-RAPIDAS
                                          W-DEV-T-RESP
                                          W-DEV-QTDE-VEND
                                          W-DEV-QTDE-ACIMA
                                          W-DEV-VEND-CORRENTE
                                          W-DEV-CLIE-CORRENTE
                                          W-DEV-PCT-EQUIPE
           PERFORM 4300-ZERAR-CLIENTE
           PERFORM 4400-ZERAR-VENDEDOR
           MOVE "S"                    TO W-DEV-PRIMEIRO
           MOVE W-DEV-COMPETENCIA      TO W-CAB-COMPETENCIA
           MOVE MDEV-PRAZO-RAPIDA      TO W-CAB-PRAZO

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7590-FECHAR-ARQ-RELATO
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           SORT ARQ-SORT    ON ASCENDING KEY SORT-VEND
                                             SORT-CLIE
               INPUT PROCEDURE  IS 3000-INPUT-SORT
               OUTPUT PROCEDURE IS 4000-OUTPUT-SORT

           PERFORM 5000-GRAVAR-RESUMO

           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC211P - Devolucoes da competencia "
                       W-DEV-COMPETENCIA ": " W-DEV-T-QTDE-DEV
                       ", vendedores acima da media: "
                       W-DEV-QTDE-ACIMA
           ELSE
               MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-INPUT-SORT                 SECTION.
      *----------------------------------------------------------------*
      * Notas emitidas na competencia, com o vendedor atual do
      * cliente. Arquivo de notas ausente nao e erro: o relatorio sai
      * vazio.
           OPEN INPUT ARQ-NOTAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 3000-99-FIM
           END-IF

           MOVE "N"                    TO W-DEV-DIST-ABERTO
           OPEN INPUT ARQ-DIST
           IF  FS-OK
               MOVE "S"                TO W-DEV-DIST-ABERTO
           END-IF

           MOVE "N"                    TO W-DEV-FIM-NOTAS
           PERFORM 7974-LER-PROX-ARQ-NOTAS
           IF  NOT FS-OK
               MOVE "S"                TO W-DEV-FIM-NOTAS
           END-IF

           PERFORM UNTIL W-DEV-FIM-NOTAS EQUAL "S"
               IF  NOTA-DATA-EMISSAO(1:6) EQUAL W-DEV-COMPETENCIA
                   PERFORM 3100-SELECIONAR-NOTA
               END-IF
               IF  W-DEV-FIM-NOTAS     EQUAL "N"
                   PERFORM 7974-LER-PROX-ARQ-NOTAS
                   IF  NOT FS-OK
                       MOVE "S"        TO W-DEV-FIM-NOTAS
                   END-IF
               END-IF
           END-PERFORM

           IF  W-DEV-DIST-ABERTO       EQUAL "S"
               PERFORM 7690-FECHAR-ARQ-DIST
           END-IF
           PERFORM 7979-FECHAR-ARQ-NOTAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-SELECIONAR-NOTA            SECTION.
      *----------------------------------------------------------------*
      * Venda soma no vendido; devolucao soma no devolvido, no motivo
      * e, quando a nota de origem e achada, conta como rapida se foi
      * emitida ate o prazo da tabela depois da venda. Nota gravada
      * antes dos campos de motivo e origem (origem nao numerica)
      * vale como motivo nao informado.
           MOVE NOTA-CLIE-CODIGO       TO W-DEV-CLIE
           PERFORM 3200-BUSCAR-VENDEDOR

           MOVE W-DEV-VEND             TO SORT-VEND
           MOVE NOTA-CLIE-CODIGO       TO SORT-CLIE
           MOVE NOTA-TIPO              TO SORT-TIPO
           MOVE NOTA-VALOR             TO SORT-VALOR
           MOVE "N"                    TO SORT-RAPIDA
                                          SORT-RESP

           IF  NOTA-VENDA
               ADD 1                   TO W-DEV-T-QTDE-VENDA
               ADD NOTA-VALOR          TO W-DEV-T-VENDIDO
               RELEASE REG-SORT
               GO TO 3100-99-FIM
           END-IF

           ADD 1                       TO W-DEV-T-QTDE-DEV
           ADD NOTA-VALOR              TO W-DEV-T-DEVOLVIDO

           MOVE ZEROS                  TO W-DEV-NOTA-ORIGEM
           IF  NOTA-NOTA-ORIGEM        NUMERIC
               MOVE NOTA-NOTA-ORIGEM   TO W-DEV-NOTA-ORIGEM
               MOVE NOTA-MOTIVO-DEV    TO W-MDV-CODIGO
           ELSE
               MOVE SPACES             TO W-MDV-CODIGO
           END-IF

           PERFORM 7187-BUSCAR-MOTIVO-DEV
           EVALUATE TRUE
               WHEN W-MDV-CODIGO       EQUAL SPACES
                   MOVE 9              TO W-DEV-POS-MOTIVO
               WHEN W-MDV-ACHADO       EQUAL ZEROS
                   MOVE 10             TO W-DEV-POS-MOTIVO
               WHEN OTHER
                   MOVE W-MDV-ACHADO   TO W-DEV-POS-MOTIVO
                   IF  MDEV-RESP-VENDA(W-MDV-ACHADO) EQUAL "S"
                       MOVE "S"        TO SORT-RESP
                       ADD 1           TO W-DEV-T-RESP
                   END-IF
           END-EVALUATE
           ADD 1                       TO W-DEV-M-QTDE(W-DEV-POS-MOTIVO)
           ADD NOTA-VALOR             TO W-DEV-M-VALOR(W-DEV-POS-MOTIVO)

           IF  W-DEV-NOTA-ORIGEM       GREATER ZEROS
               PERFORM 3300-VERIFICAR-RAPIDA
           END-IF

           RELEASE REG-SORT.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-BUSCAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      * Vendedor da primeira linha de negocio do cliente que tem
      * vendedor (zero = sem vendedor atribuido).
           MOVE ZEROS                  TO W-DEV-VEND
           IF  W-DEV-DIST-ABERTO       NOT EQUAL "S"
               GO TO 3200-99-FIM
           END-IF

           MOVE W-DEV-CLIE             TO DIST-CLIE-CODIGO
           PERFORM 7672-START-ARQ-DIST-CLIE
           IF  FS-OK
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR DIST-CLIE-CODIGO NOT EQUAL W-DEV-CLIE
                      OR W-DEV-VEND GREATER ZEROS
               IF  DIST-VEND-CODIGO    GREATER ZEROS
                   MOVE DIST-VEND-CODIGO
                                       TO W-DEV-VEND
               ELSE
                   PERFORM 7653-LER-PROX-ARQ-DIST
               END-IF
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-VERIFICAR-RAPIDA           SECTION.
      *----------------------------------------------------------------*
      * Le a nota de venda de origem pela chave e retoma a leitura
      * sequencial logo depois da devolucao corrente.
           MOVE NOTA-NUMERO            TO W-DEV-NOTA-ATUAL
           MOVE NOTA-DATA-EMISSAO      TO W-DEV-DATA-DEVOLUCAO

           MOVE W-DEV-NOTA-ORIGEM      TO NOTA-NUMERO
           PERFORM 7973-LER-ARQ-NOTAS-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S" AND
               NOTA-VENDA              AND
               NOTA-DATA-EMISSAO       NOT GREATER W-DEV-DATA-DEVOLUCAO
               COMPUTE W-DEV-DIAS =
                       FUNCTION INTEGER-OF-DATE(W-DEV-DATA-DEVOLUCAO)
                     - FUNCTION INTEGER-OF-DATE(NOTA-DATA-EMISSAO)
               IF  W-DEV-DIAS          NOT GREATER MDEV-PRAZO-RAPIDA
                   MOVE "S"            TO SORT-RAPIDA
                   ADD 1               TO W-DEV-T-RAPIDAS
                                       W-DEV-M-RAPIDAS(W-DEV-POS-MOTIVO)
               END-IF
           END-IF

           MOVE W-DEV-NOTA-ATUAL       TO NOTA-NUMERO
           PERFORM 7972-START-ARQ-NOTAS-MAIOR
           IF  NOT FS-OK
               MOVE "S"                TO W-DEV-FIM-NOTAS
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-OUTPUT-SORT                SECTION.
      *----------------------------------------------------------------*
      * Quebra por vendedor e cliente; cliente so sai na lista quando
      * teve devolucao, o vendedor sai sempre com o total.
           IF  W-DEV-T-QTDE-VENDA      GREATER ZEROS
               COMPUTE W-DEV-PCT-CALC ROUNDED =
                       W-DEV-T-RAPIDAS * 100 / W-DEV-T-QTDE-VENDA
               PERFORM 6900-LIMITAR-PCT
               MOVE W-DEV-PCT          TO W-DEV-PCT-EQUIPE
           END-IF

           MOVE "N"                    TO W-FIM-SORT
           RETURN ARQ-SORT AT END
               MOVE "S"                TO W-FIM-SORT
           END-RETURN

           PERFORM UNTIL W-FIM-SORT EQUAL "S"
               IF  W-DEV-PRIMEIRO      EQUAL "S"
                   MOVE SORT-VEND      TO W-DEV-VEND-CORRENTE
                   MOVE SORT-CLIE      TO W-DEV-CLIE-CORRENTE
                   PERFORM 4050-GRAVAR-CAB-VEND
                   MOVE "N"            TO W-DEV-PRIMEIRO
               END-IF
               IF  SORT-VEND           NOT EQUAL W-DEV-VEND-CORRENTE
                   PERFORM 4100-GRAVAR-LINHA-CLIE
                   PERFORM 4200-GRAVAR-TOTAL-VEND
                   MOVE SORT-VEND      TO W-DEV-VEND-CORRENTE
                   MOVE SORT-CLIE      TO W-DEV-CLIE-CORRENTE
                   PERFORM 4050-GRAVAR-CAB-VEND
               END-IF
               IF  SORT-CLIE           NOT EQUAL W-DEV-CLIE-CORRENTE
                   PERFORM 4100-GRAVAR-LINHA-CLIE
                   MOVE SORT-CLIE      TO W-DEV-CLIE-CORRENTE
               END-IF
               PERFORM 4500-ACUMULAR
               RETURN ARQ-SORT AT END
                   MOVE "S"            TO W-FIM-SORT
               END-RETURN
           END-PERFORM

           IF  W-DEV-PRIMEIRO          EQUAL "N"
               PERFORM 4100-GRAVAR-LINHA-CLIE
               PERFORM 4200-GRAVAR-TOTAL-VEND
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4050-GRAVAR-CAB-VEND            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO W-DEV-QTDE-VEND
           MOVE W-DEV-VEND-CORRENTE    TO W-CAB-VEND-COD
           IF  W-DEV-VEND-CORRENTE     EQUAL ZEROS
               MOVE "(sem vendedor atribuido)"
                                       TO W-CAB-VEND-NOME
           ELSE
               MOVE W-DEV-VEND-CORRENTE
                                       TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE VEND-RAZAO-SOCIAL
                                       TO W-CAB-VEND-NOME
               ELSE
                   MOVE "(vendedor nao cadastrado)"
                                       TO W-CAB-VEND-NOME
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           WRITE REG-ARQ-RELATO FROM W-CAB-VEND AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-02   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1.

      *----------------------------------------------------------------*
       4050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-LINHA-CLIE          SECTION.
      *----------------------------------------------------------------*
      * Cliente sem devolucao na competencia nao sai na lista; o
      * vendido dele ja esta no total do vendedor.
           IF  W-DEV-C-QTDE-DEV        EQUAL ZEROS
               PERFORM 4300-ZERAR-CLIENTE
               GO TO 4100-99-FIM
           END-IF

           MOVE W-DEV-CLIE-CORRENTE    TO W-DET-CLIE-COD
                                          CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE CLIE-RAZAO-SOCIAL  TO W-DET-RAZAO
           ELSE
               MOVE "(cliente nao cadastrado)"
                                       TO W-DET-RAZAO
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO

           MOVE W-DEV-C-VENDIDO        TO W-DET-VENDIDO
           MOVE W-DEV-C-DEVOLVIDO      TO W-DET-DEVOLVIDO
           MOVE ZEROS                  TO W-DEV-PCT
           IF  W-DEV-C-VENDIDO         GREATER ZEROS
               COMPUTE W-DEV-PCT-CALC ROUNDED =
                       W-DEV-C-DEVOLVIDO * 100 / W-DEV-C-VENDIDO
               PERFORM 6900-LIMITAR-PCT
           ELSE
               MOVE 999,99             TO W-DEV-PCT
           END-IF
           MOVE W-DEV-PCT              TO W-DET-TAXA
           MOVE W-DEV-C-QTDE-DEV       TO W-DET-QTDE-DEV
           MOVE W-DEV-C-RAPIDAS        TO W-DET-RAPIDAS
           MOVE W-DEV-C-RESP           TO W-DET-RESP
           WRITE REG-ARQ-RELATO FROM W-DET-CLIE AFTER 1

           PERFORM 4300-ZERAR-CLIENTE.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-GRAVAR-TOTAL-VEND          SECTION.
      *----------------------------------------------------------------*
      * Total do vendedor e a devolucao rapida por nota de venda,
      * marcada quando passa da media da equipe.
           MOVE "Total do vendedor"    TO W-TOT-TITULO
           MOVE W-DEV-V-VENDIDO        TO W-TOT-VENDIDO
           MOVE W-DEV-V-DEVOLVIDO      TO W-TOT-DEVOLVIDO
           MOVE ZEROS                  TO W-DEV-PCT
           IF  W-DEV-V-VENDIDO         GREATER ZEROS
               COMPUTE W-DEV-PCT-CALC ROUNDED =
                       W-DEV-V-DEVOLVIDO * 100 / W-DEV-V-VENDIDO
               PERFORM 6900-LIMITAR-PCT
           ELSE
               IF  W-DEV-V-DEVOLVIDO   GREATER ZEROS
                   MOVE 999,99         TO W-DEV-PCT
               END-IF
           END-IF
           MOVE W-DEV-PCT              TO W-TOT-TAXA
           MOVE W-DEV-V-QTDE-DEV       TO W-TOT-QTDE-DEV
           MOVE W-DEV-V-RAPIDAS        TO W-TOT-RAPIDAS
           MOVE W-DEV-V-RESP           TO W-TOT-RESP
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TOT-VEND AFTER 1

           MOVE ZEROS                  TO W-DEV-PCT-RAPIDA
           IF  W-DEV-V-QTDE-VENDA      GREATER ZEROS
               COMPUTE W-DEV-PCT-CALC ROUNDED =
                       W-DEV-V-RAPIDAS * 100 / W-DEV-V-QTDE-VENDA
               PERFORM 6900-LIMITAR-PCT
               MOVE W-DEV-PCT          TO W-DEV-PCT-RAPIDA
           ELSE
               IF  W-DEV-V-RAPIDAS     GREATER ZEROS
                   MOVE 999,99         TO W-DEV-PCT-RAPIDA
               END-IF
           END-IF
           MOVE W-DEV-V-QTDE-VENDA     TO W-TVR-QTDE-VENDA
           MOVE W-DEV-PCT-RAPIDA       TO W-TVR-PCT
           MOVE W-DEV-PCT-EQUIPE       TO W-TVR-PCT-EQUIPE
           MOVE SPACES                 TO W-TVR-MARCA
           IF  W-DEV-VEND-CORRENTE     GREATER ZEROS AND
               W-DEV-V-RAPIDAS         GREATER ZEROS AND
               W-DEV-PCT-RAPIDA        GREATER W-DEV-PCT-EQUIPE
               MOVE "*** ACIMA DA MEDIA ***"
                                       TO W-TVR-MARCA
               ADD 1                   TO W-DEV-QTDE-ACIMA
           END-IF
           WRITE REG-ARQ-RELATO FROM W-TOT-VEND-RAPIDA AFTER 1

           PERFORM 4400-ZERAR-VENDEDOR.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-ZERAR-CLIENTE              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-DEV-C-VENDIDO
                                          W-DEV-C-DEVOLVIDO
                                          W-DEV-C-QTDE-DEV
                                          W-DEV-C-RAPIDAS
                                          W-DEV-C-RESP.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-ZERAR-VENDEDOR             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO W-DEV-V-VENDIDO
                                          W-DEV-V-DEVOLVIDO
                                          W-DEV-V-QTDE-VENDA
                                          W-DEV-V-QTDE-DEV
                                          W-DEV-V-RAPIDAS
                                          W-DEV-V-RESP.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-ACUMULAR                   SECTION.
      *----------------------------------------------------------------*

           IF  SORT-TIPO               EQUAL "V"
               ADD SORT-VALOR          TO W-DEV-C-VENDIDO
                                          W-DEV-V-VENDIDO
               ADD 1                   TO W-DEV-V-QTDE-VENDA
               GO TO 4500-99-FIM
           END-IF

           ADD SORT-VALOR              TO W-DEV-C-DEVOLVIDO
                                          W-DEV-V-DEVOLVIDO
           ADD 1                       TO W-DEV-C-QTDE-DEV
                                          W-DEV-V-QTDE-DEV
           IF  SORT-RAPIDA             EQUAL "S"
               ADD 1                   TO W-DEV-C-RAPIDAS
                                          W-DEV-V-RAPIDAS
           END-IF
           IF  SORT-RESP               EQUAL "S"
               ADD 1                   TO W-DEV-C-RESP
                                          W-DEV-V-RESP
           END-IF.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      * Total geral, media da equipe e o resumo por motivo.
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           IF  W-DEV-T-QTDE-VENDA      EQUAL ZEROS AND
               W-DEV-T-QTDE-DEV        EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-NOTAS AFTER 1
               GO TO 5000-99-FIM
           END-IF

           MOVE "Total geral"          TO W-TOT-TITULO
           MOVE W-DEV-T-VENDIDO        TO W-TOT-VENDIDO
           MOVE W-DEV-T-DEVOLVIDO      TO W-TOT-DEVOLVIDO
           MOVE ZEROS                  TO W-DEV-PCT
           IF  W-DEV-T-VENDIDO         GREATER ZEROS
               COMPUTE W-DEV-PCT-CALC ROUNDED =
                       W-DEV-T-DEVOLVIDO * 100 / W-DEV-T-VENDIDO
               PERFORM 6900-LIMITAR-PCT
           END-IF
           MOVE W-DEV-PCT              TO W-TOT-TAXA
           MOVE W-DEV-T-QTDE-DEV       TO W-TOT-QTDE-DEV
           MOVE W-DEV-T-RAPIDAS        TO W-TOT-RAPIDAS
           MOVE W-DEV-T-RESP           TO W-TOT-RESP
           WRITE REG-ARQ-RELATO FROM W-CAB-02   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TOT-VEND AFTER 1

           MOVE W-DEV-PCT-EQUIPE       TO W-REQ-PCT
           MOVE W-DEV-T-RAPIDAS        TO W-REQ-RAPIDAS
           MOVE W-DEV-T-QTDE-VENDA     TO W-REQ-QTDE-VENDA
           WRITE REG-ARQ-RELATO FROM W-ROD-EQUIPE AFTER 2
           MOVE W-DEV-QTDE-ACIMA       TO W-RAC-QTDE
           MOVE W-DEV-QTDE-VEND        TO W-RAC-QTDE-VEND
           WRITE REG-ARQ-RELATO FROM W-ROD-ACIMA  AFTER 1

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           IF  W-DEV-T-QTDE-DEV        EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-DEVOL AFTER 1
               GO TO 5000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-CAB-MOTIVO AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2   AFTER 1
           PERFORM VARYING W-DEV-SUB FROM 1 BY 1
                   UNTIL W-DEV-SUB GREATER 10
               PERFORM 5100-GRAVAR-LINHA-MOTIVO
           END-PERFORM.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-GRAVAR-LINHA-MOTIVO        SECTION.
      *----------------------------------------------------------------*
      * Motivo da tabela sai sempre; nao informado e fora da tabela
      * so quando tiveram devolucao.
           MOVE SPACES                 TO W-DMT-CODIGO
                                          W-DMT-RESP
           EVALUATE W-DEV-SUB
               WHEN 9
                   IF  W-DEV-M-QTDE(W-DEV-SUB) EQUAL ZEROS
                       GO TO 5100-99-FIM
                   END-IF
                   MOVE "(motivo nao informado)"
                                       TO W-DMT-DESCRICAO
               WHEN 10
                   IF  W-DEV-M-QTDE(W-DEV-SUB) EQUAL ZEROS
                       GO TO 5100-99-FIM
                   END-IF
                   MOVE "(codigo fora da tabela)"
                                       TO W-DMT-DESCRICAO
               WHEN OTHER
                   IF  MDEV-CODIGO(W-DEV-SUB) EQUAL SPACES
                       GO TO 5100-99-FIM
                   END-IF
                   MOVE MDEV-CODIGO(W-DEV-SUB)
                                       TO W-DMT-CODIGO
                   MOVE MDEV-DESCRICAO(W-DEV-SUB)
                                       TO W-DMT-DESCRICAO
                   MOVE MDEV-RESP-VENDA(W-DEV-SUB)
                                       TO W-DMT-RESP
           END-EVALUATE

           MOVE W-DEV-M-QTDE(W-DEV-SUB)
                                       TO W-DMT-QTDE
           MOVE W-DEV-M-VALOR(W-DEV-SUB)
                                       TO W-DMT-VALOR
           MOVE ZEROS                  TO W-DEV-PCT
           IF  W-DEV-T-DEVOLVIDO       GREATER ZEROS
               COMPUTE W-DEV-PCT-CALC ROUNDED =
                       W-DEV-M-VALOR(W-DEV-SUB) * 100
                     / W-DEV-T-DEVOLVIDO
               PERFORM 6900-LIMITAR-PCT
           END-IF
           MOVE W-DEV-PCT              TO W-DMT-PCT
           MOVE W-DEV-M-RAPIDAS(W-DEV-SUB)
                                       TO W-DMT-RAPIDAS
           WRITE REG-ARQ-RELATO FROM W-DET-MOTIVO AFTER 1.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LIMITAR-PCT                SECTION.
      *----------------------------------------------------------------*
      * Percentual calculado em W-DEV-PCT-CALC para W-DEV-PCT,
      * limitado a 999,99.
           IF  W-DEV-PCT-CALC          GREATER 999,99
               MOVE 999,99             TO W-DEV-PCT
           ELSE
               MOVE W-DEV-PCT-CALC     TO W-DEV-PCT
           END-IF.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo de distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo de notas fiscais
       COPY ".\copybooks\GCC117R.cpy".
      * Rotinas tabela de motivos de devolucao
       COPY ".\copybooks\GCC211R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
