      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC203P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC203P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Crescimento dos arquivos de dados e previsao  *
      *                  de capacidade - mede todo dia a quantidade de *
      *                  registros e o tamanho em bytes dos arquivos   *
      *                  que mais crescem (mestres, visitas, notas,    *
      *                  historico de atribuicoes, trilhas de          *
      *                  auditoria e copias do spool) e grava em       *
      *                  ARQ-CRESC-ARQ. O relatorio semanal mostra o   *
      *                  crescimento em 30 e 90 dias, o tamanho        *
      *                  projetado em 6 e 12 meses e a data prevista   *
      *                  para cada arquivo passar o limite cadastrado  *
      *                  em ARQ-LIMITE-ARQ; data mais proxima que a    *
      *                  antecedencia do limite gera alerta. No ciclo  *
      *                  noturno (GCC099P) mede todo dia e so emite o  *
      *                  relatorio no primeiro dia util da semana.     *
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

      * Historico de tamanho dos arquivos e limites de capacidade
       COPY ".\copybooks\GCC203FC.cpy".
      * Arquivos indexados medidos
       COPY ".\copybooks\GCC011FC.cpy".
       COPY ".\copybooks\GCC012FC.cpy".
       COPY ".\copybooks\GCC031FC.cpy".
       COPY ".\copybooks\GCC052FC.cpy".
       COPY ".\copybooks\GCC117FC.cpy".
       COPY ".\copybooks\GCC148FC.cpy".
       COPY ".\copybooks\GCC055FC.cpy".
       COPY ".\copybooks\GCC118FC.cpy".
      * Arquivo central de alertas (medido e destino dos avisos)
       COPY ".\copybooks\GCC114FC.cpy".
      * Catalogo de spool de relatorios
       COPY ".\copybooks\GCC120FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Resumo diario de processamento
       COPY ".\copybooks\GCC028FC.cpy".

      * Arquivos sequenciais medidos (logs e historicos), lidos linha
      * a linha pelo nome corrente em W-CRA-ARQ-SEQ
       SELECT ARQ-CRA-SEQ          ASSIGN TO  W-CRA-ARQ-SEQ
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-RESULTADO-ACESSO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Historico de tamanho dos arquivos e limites de capacidade
       COPY ".\copybooks\GCC203FD.cpy".
      * Arquivos indexados medidos
       COPY ".\copybooks\GCC011FD.cpy".
       COPY ".\copybooks\GCC012FD.cpy".
       COPY ".\copybooks\GCC031FD.cpy".
       COPY ".\copybooks\GCC052FD.cpy".
       COPY ".\copybooks\GCC117FD.cpy".
       COPY ".\copybooks\GCC148FD.cpy".
       COPY ".\copybooks\GCC055FD.cpy".
       COPY ".\copybooks\GCC118FD.cpy".
      * Arquivo central de alertas
       COPY ".\copybooks\GCC114FD.cpy".
      * Catalogo de spool de relatorios
       COPY ".\copybooks\GCC120FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Resumo diario de processamento
       COPY ".\copybooks\GCC028FD.cpy".

       FD  ARQ-CRA-SEQ.
       01  REG-ARQ-CRA-SEQ             PIC X(1024).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".
      * Campos da gravacao de alertas
       COPY ".\copybooks\GCC114W.cpy".

      * Arquivos acompanhados, na ordem do relatorio. Tipo I =
      * indexado (contado pela propria FD), S = sequencial (contado
      * por linha), P = copias guardadas pelo spool de relatorios
      * (GCC120P): quantidade de geracoes e soma dos bytes.
       01  W-TAB-ARQ-CRESC.
           05  W-QTDE-CRA              PIC 9(02) COMP VALUE 16.
           05  W-SUB-CRA               PIC 9(02) COMP VALUE ZEROS.
           05  W-CRA-ITEM              OCCURS 16 TIMES.
               10  W-CRA-NOME          PIC X(16).
               10  W-CRA-TIPO          PIC X(01).
               10  W-CRA-CAMINHO       PIC X(40).
               10  W-CRA-QTDE          PIC 9(10).
               10  W-CRA-BYTES         PIC 9(15).
               10  W-CRA-LIMITE-MB     PIC 9(07).
               10  W-CRA-AVISO-DIAS    PIC 9(04).

       01  W-CAMPOS-CRESC.
           05  W-CRA-ARQ-SEQ           PIC X(40) VALUE SPACES.
           05  W-CRA-CONT              PIC 9(10) VALUE ZEROS.
           05  W-CRA-DATA-REF          PIC 9(08) VALUE ZEROS.
           05  W-CRA-INT-REF           PIC 9(08) VALUE ZEROS.
           05  W-CRA-INT-TST           PIC 9(08) VALUE ZEROS.
           05  W-CRA-EMITIR            PIC X(01) VALUE "S".
           05  W-CRA-MEDIDOS           PIC 9(03) VALUE ZEROS.
           05  W-CRA-ALERTAS           PIC 9(03) VALUE ZEROS.
           05  W-CRA-GERAR-ALERTA      PIC X(01) VALUE "N".
           05  W-CRA-AVISO-PADRAO      PIC 9(04) VALUE 90.
           05  W-CRA-RC                PIC 9(04) VALUE ZEROS COMP.
           05  W-CRA-SPL-CAMINHO       PIC X(40) VALUE SPACES.
           05  W-CRA-QTDE-ED           PIC ZZ9.

      * Area de retorno de CBL_CHECK_FILE_EXIST: tamanho do arquivo
      * em bytes (binario de 8 bytes) seguido da data/hora.
       01  W-FILE-INFO.
           05  W-FI-TAMANHO            PIC 9(18) COMP.
           05  FILLER                  PIC X(08).

      * Pontos do historico de um arquivo usados na projecao: a
      * primeira medicao, a ultima ate a data de referencia e as
      * ultimas anteriores a 30 e a 90 dias dela (sem medicao tao
      * antiga vale a primeira).
       01  W-CAMPOS-PROJECAO.
           05  W-CRP-ACHOU             PIC X(01) VALUE "N".
           05  W-CRP-TEM-30            PIC X(01) VALUE "N".
           05  W-CRP-TEM-90            PIC X(01) VALUE "N".
           05  W-CRP-INT-REG           PIC 9(08) VALUE ZEROS.
           05  W-CRP-PRI-DATA          PIC 9(08) VALUE ZEROS.
           05  W-CRP-PRI-QTDE          PIC 9(10) VALUE ZEROS.
           05  W-CRP-PRI-BYTES         PIC 9(15) VALUE ZEROS.
           05  W-CRP-ULT-DATA          PIC 9(08) VALUE ZEROS.
           05  W-CRP-ULT-QTDE          PIC 9(10) VALUE ZEROS.
           05  W-CRP-ULT-BYTES         PIC 9(15) VALUE ZEROS.
           05  W-CRP-B30-DATA          PIC 9(08) VALUE ZEROS.
           05  W-CRP-B30-QTDE          PIC 9(10) VALUE ZEROS.
           05  W-CRP-B30-BYTES         PIC 9(15) VALUE ZEROS.
           05  W-CRP-B90-DATA          PIC 9(08) VALUE ZEROS.
           05  W-CRP-B90-QTDE          PIC 9(10) VALUE ZEROS.
           05  W-CRP-B90-BYTES         PIC 9(15) VALUE ZEROS.
           05  W-CRP-DIAS-90           PIC 9(05) VALUE ZEROS.
           05  W-CRP-DIAS-HIST         PIC 9(05) VALUE ZEROS.
           05  W-CRP-CRES-30           PIC S9(15) VALUE ZEROS.
           05  W-CRP-CRES-90           PIC S9(15) VALUE ZEROS.
           05  W-CRP-CRES-REG-30       PIC S9(10) VALUE ZEROS.
           05  W-CRP-CRES-REG-90       PIC S9(10) VALUE ZEROS.
           05  W-CRP-TAXA-DIA          PIC S9(13)V9(04) VALUE ZEROS.
           05  W-CRP-PROJ-6            PIC S9(15) VALUE ZEROS.
           05  W-CRP-PROJ-12           PIC S9(15) VALUE ZEROS.
           05  W-CRP-LIMITE-BYTES      PIC 9(15) VALUE ZEROS.
           05  W-CRP-DIAS-LIMITE       PIC 9(09) VALUE ZEROS.
           05  W-CRP-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
           05  W-CRP-AVISO             PIC 9(04) VALUE ZEROS.
           05  W-CRP-SITUACAO          PIC X(20) VALUE SPACES.
           05  W-CRP-ED-DATA           PIC X(10) VALUE SPACES.

      * Conversao de data AAAAMMDD para DD/MM/AAAA
       01  W-CAMPOS-EDICAO.
           05  W-EDI-DATA          PIC 9(08).
           05  FILLER              REDEFINES W-EDI-DATA.
               10  W-EDI-ANO       PIC 9(04).
               10  W-EDI-MES       PIC 9(02).
               10  W-EDI-DIA       PIC 9(02).
           05  W-EDI-DDMMAAAA      PIC 9(08).
           05  FILLER              REDEFINES W-EDI-DDMMAAAA.
               10  W-EDI-DIA-S     PIC 9(02).
               10  W-EDI-MES-S     PIC 9(02).
               10  W-EDI-ANO-S     PIC 9(04).
           05  W-EDI-DATA-BARRA    PIC 99/99/9999.

      * Manutencao dos limites: uma linha por arquivo acompanhado.
       01  W-CAMPOS-LIMITE.
           05  W-LIM-SEL               PIC 9(02) VALUE ZEROS.
           05  W-LIM-MB                PIC 9(07) VALUE ZEROS.
           05  W-LIM-AVISO             PIC 9(04) VALUE ZEROS.
           05  W-LIM-LISTA.
               10  W-LIM-LINHA         OCCURS 16 TIMES
                                       PIC X(70).

       01  W-LIM-DET.
           05  W-LIM-DET-NUM           PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  W-LIM-DET-NOME          PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  W-LIM-DET-TAM           PIC ZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(04) VALUE " KB ".
           05  W-LIM-DET-MB            PIC Z.ZZZ.ZZ9.
           05  FILLER                  PIC X(04) VALUE " MB ".
           05  W-LIM-DET-AVISO         PIC ZZZ9.
           05  FILLER                  PIC X(05) VALUE " dias".

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(60) VALUE
              "Crescimento dos Arquivos de Dados e Previsao de Capacid
      -       "ade".
           05 FILLER               PIC X(07) VALUE "Base: ".
           05 W-CAB-DATA-BASE      PIC 99/99/9999.

       01  W-CAB-COLUNAS-1.
           05 FILLER               PIC X(17) VALUE "Arquivo".
           05 FILLER               PIC X(12) VALUE "   Registros".
           05 FILLER               PIC X(12) VALUE "  Tamanho KB".
           05 FILLER               PIC X(12) VALUE " Cresc.30d".
           05 FILLER               PIC X(12) VALUE " Cresc.90d".
           05 FILLER               PIC X(12) VALUE "  Proj.6 m".
           05 FILLER               PIC X(12) VALUE " Proj.12 m".
           05 FILLER               PIC X(10) VALUE " Limite".
           05 FILLER               PIC X(11) VALUE "Data limite".
           05 FILLER               PIC X(20) VALUE " Situacao".

       01  W-CAB-COLUNAS-2.
           05 FILLER               PIC X(29) VALUE SPACES.
           05 FILLER               PIC X(60) VALUE
              "(tamanhos, crescimento e projecao em KB; limite em MB)".

       01  W-LIN-DETALHE.
           05 W-LD-ARQUIVO         PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LD-QTDE            PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LD-TAMANHO         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LD-CRES-30         PIC -ZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LD-CRES-90         PIC -ZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LD-PROJ-6          PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LD-PROJ-12         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LD-LIMITE          PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LD-DATA            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LD-SITUACAO        PIC X(20).

       01  W-LIN-REGISTROS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(26) VALUE
              "Registros - cresc. 30d: ".
           05 W-LR-REG-30          PIC -ZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(07) VALUE "  90d: ".
           05 W-LR-REG-90          PIC -ZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(20) VALUE
              "   Historico desde ".
           05 W-LR-DESDE           PIC 99/99/9999.
           05 FILLER               PIC X(02) VALUE " (".
           05 W-LR-DIAS            PIC ZZZZ9.
           05 FILLER               PIC X(06) VALUE " dias)".

       01  W-LIN-MENSAGEM.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LM-TEXTO           PIC X(100).

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
       01  S-TELA-CRESC.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Data movimento (base)......: "
                                       LINE 08 COL 10.
               10  S-CRA-DATA-REF      LINE 08 COL 41 PIC 9(08)
                                       FROM W-CRA-DATA-REF.
               10  VALUE  "Arquivo relatorio..........: "
                                       LINE 10 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 41 PIC X(40)
                                       USING W-ARQ-RELATO.
               10  VALUE  "<F1> mede agora os arquivos acompanhados; "
                                       LINE 13 COL 10.
               10  VALUE  "<F2> emite o relatorio de crescimento e ca"
                                       LINE 14 COL 10.
               10  VALUE  "pacidade; <F3> cadastra o limite de cada a"
                                       LINE 15 COL 10.
               10  VALUE  "rquivo."   LINE 16 COL 10.

      *----------------------------------------------------------------*
       01  S-TELA-LIMITES.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Nr  Arquivo           Tamanho atual     Lim
      -                   "ite   Antecedencia"
                                       LINE 05 COL 05.
               10  LINE 06 COL 05 PIC X(70) FROM W-LIM-LINHA(1).
               10  LINE 07 COL 05 PIC X(70) FROM W-LIM-LINHA(2).
               10  LINE 08 COL 05 PIC X(70) FROM W-LIM-LINHA(3).
               10  LINE 09 COL 05 PIC X(70) FROM W-LIM-LINHA(4).
               10  LINE 10 COL 05 PIC X(70) FROM W-LIM-LINHA(5).
               10  LINE 11 COL 05 PIC X(70) FROM W-LIM-LINHA(6).
               10  LINE 12 COL 05 PIC X(70) FROM W-LIM-LINHA(7).
               10  LINE 13 COL 05 PIC X(70) FROM W-LIM-LINHA(8).
               10  LINE 14 COL 05 PIC X(70) FROM W-LIM-LINHA(9).
               10  LINE 15 COL 05 PIC X(70) FROM W-LIM-LINHA(10).
               10  LINE 16 COL 05 PIC X(70) FROM W-LIM-LINHA(11).
               10  LINE 17 COL 05 PIC X(70) FROM W-LIM-LINHA(12).
               10  LINE 18 COL 05 PIC X(70) FROM W-LIM-LINHA(13).
               10  LINE 19 COL 05 PIC X(70) FROM W-LIM-LINHA(14).
               10  LINE 20 COL 05 PIC X(70) FROM W-LIM-LINHA(15).
               10  LINE 21 COL 05 PIC X(70) FROM W-LIM-LINHA(16).
               10  VALUE  "Arquivo (Nr)...............: "
                                       LINE 23 COL 05.
               10  S-LIM-SEL           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 23 COL 36 PIC 9(02)
                                       USING W-LIM-SEL.
               10  VALUE  "Limite (MB, zero = sem)....: "
                                       LINE 24 COL 05.
               10  S-LIM-MB
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 24 COL 36 PIC 9(07)
                                       USING W-LIM-MB.
               10  VALUE  "Antecedencia aviso (dias)..: "
                                       LINE 25 COL 05.
               10  S-LIM-AVISO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 25 COL 36 PIC 9(04)
                                       USING W-LIM-AVISO.
               10  VALUE  "(zero = 90 dias)"
                                       LINE 25 COL 42.
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

           MOVE WID-ARQ-REL-CRESC      TO W-ARQ-RELATO
           PERFORM 7935-LER-DATA-MOV
           IF  W-DATA-MOV              EQUAL ZEROS
               ACCEPT W-DATA-MOV       FROM DATE YYYYMMDD
           END-IF
           MOVE W-DATA-MOV             TO W-CRA-DATA-REF
           PERFORM 0100-MONTAR-TABELA

           IF  LK-PARAM                EQUAL "B"
               PERFORM 0200-EXECUTAR-BATCH
               GOBACK
           END-IF

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "Crescimento Arquivos" TO W-MODULO
               MOVE "<Esc> Sair <F1> Medir agora <F2> Relatorio <F3> L
      -             "imites"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CRESC
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-MEDIR-ARQUIVOS
                       MOVE SPACES     TO W-MSGERRO
                       MOVE W-CRA-MEDIDOS
                                       TO W-CRA-QTDE-ED
                       STRING "Medicao gravada para " W-CRA-QTDE-ED
                              " arquivo(s), tecle <Enter>"
                              DELIMITED BY SIZE INTO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   WHEN COB-SCR-F2
                       ACCEPT S-NOME-ARQ
                       IF  COB-CRT-STATUS NOT EQUAL COB-SCR-ESC
                           MOVE "N"    TO W-CRA-GERAR-ALERTA
                           PERFORM 2000-EMITIR-RELATORIO
                       END-IF
                   WHEN COB-SCR-F3
                       IF  NOT W-PERFIL-GESTOR
                           MOVE "Acesso negado para o seu perfil, tecl
      -                         "e <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       ELSE
                           MOVE "N"    TO W-VOLTAR
                           PERFORM 3000-MANTER-LIMITES
                                   UNTIL W-VOLTAR EQUAL "S"
                       END-IF
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0100-MONTAR-TABELA              SECTION.
      *----------------------------------------------------------------*
      * Arquivos acompanhados com o caminho ja resolvido pelo
      * CARTEIRA_DIR (0050-CONFIGURAR-DIR-DADOS).
           MOVE "ARQ-CLIENTE"          TO W-CRA-NOME(1)
           MOVE WID-ARQ-CLIENTE        TO W-CRA-CAMINHO(1)
           MOVE "ARQ-VENDEDOR"         TO W-CRA-NOME(2)
           MOVE WID-ARQ-VENDEDOR       TO W-CRA-CAMINHO(2)
           MOVE "ARQ-DIST"             TO W-CRA-NOME(3)
           MOVE WID-ARQ-DIST           TO W-CRA-CAMINHO(3)
           MOVE "ARQ-VISITA"           TO W-CRA-NOME(4)
           MOVE WID-ARQ-VISITA         TO W-CRA-CAMINHO(4)
           MOVE "ARQ-NOTAS"            TO W-CRA-NOME(5)
           MOVE WID-ARQ-NOTAS          TO W-CRA-CAMINHO(5)
           MOVE "ARQ-NOTA-ITEM"        TO W-CRA-NOME(6)
           MOVE WID-ARQ-NOTA-ITEM      TO W-CRA-CAMINHO(6)
           MOVE "ARQ-VENDAS"           TO W-CRA-NOME(7)
           MOVE WID-ARQ-VENDAS         TO W-CRA-CAMINHO(7)
           MOVE "ARQ-RECEBIMENTO"      TO W-CRA-NOME(8)
           MOVE WID-ARQ-RECEBIMENTO    TO W-CRA-CAMINHO(8)
           MOVE "ARQ-ALERTA"           TO W-CRA-NOME(9)
           MOVE WID-ARQ-ALERTA         TO W-CRA-CAMINHO(9)
           MOVE "HIST-ATRIB"           TO W-CRA-NOME(10)
           MOVE WID-ARQ-HIST-ATRIB     TO W-CRA-CAMINHO(10)
           MOVE "AUDIT-CLIE"           TO W-CRA-NOME(11)
           MOVE WID-ARQ-AUDIT-CLIE     TO W-CRA-CAMINHO(11)
           MOVE "AUDIT-VEND"           TO W-CRA-NOME(12)
           MOVE WID-ARQ-AUDIT-VEND     TO W-CRA-CAMINHO(12)
           MOVE "AUDIT-DIST"           TO W-CRA-NOME(13)
           MOVE WID-ARQ-AUDIT-DIST     TO W-CRA-CAMINHO(13)
           MOVE "RESUMO-DIARIO"        TO W-CRA-NOME(14)
           MOVE WID-ARQ-RESUMO-DIA     TO W-CRA-CAMINHO(14)
           MOVE "EXEC-HIST"            TO W-CRA-NOME(15)
           MOVE WID-ARQ-EXEC-HIST      TO W-CRA-CAMINHO(15)
           MOVE "SPOOL"                TO W-CRA-NOME(16)
           MOVE WID-ARQ-SPOOL          TO W-CRA-CAMINHO(16)

           PERFORM VARYING W-SUB-CRA FROM 1 BY 1
                   UNTIL W-SUB-CRA GREATER W-QTDE-CRA
               EVALUATE TRUE
                   WHEN W-SUB-CRA      LESS 10
                       MOVE "I"        TO W-CRA-TIPO(W-SUB-CRA)
                   WHEN W-SUB-CRA      LESS 16
                       MOVE "S"        TO W-CRA-TIPO(W-SUB-CRA)
                   WHEN OTHER
                       MOVE "P"        TO W-CRA-TIPO(W-SUB-CRA)
               END-EVALUATE
               MOVE ZEROS              TO W-CRA-QTDE(W-SUB-CRA)
                                          W-CRA-BYTES(W-SUB-CRA)
           END-PERFORM

           PERFORM 0110-CARREGAR-LIMITES.

      *----------------------------------------------------------------*
       0100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0110-CARREGAR-LIMITES           SECTION.
      *----------------------------------------------------------------*
      * Limite e antecedencia de cada arquivo; sem cadastro o arquivo
      * e acompanhado sem limite.
           PERFORM VARYING W-SUB-CRA FROM 1 BY 1
                   UNTIL W-SUB-CRA GREATER W-QTDE-CRA
               MOVE ZEROS              TO W-CRA-LIMITE-MB(W-SUB-CRA)
                                          W-CRA-AVISO-DIAS(W-SUB-CRA)
           END-PERFORM

           PERFORM 7692-ABRIR-INPUT-ARQ-LIMITE-ARQ
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 0110-99-FIM
           END-IF

           PERFORM VARYING W-SUB-CRA FROM 1 BY 1
                   UNTIL W-SUB-CRA GREATER W-QTDE-CRA
               MOVE W-CRA-NOME(W-SUB-CRA)
                                       TO LIMA-ARQUIVO
               PERFORM 7693-LER-ARQ-LIMITE-ARQ-CHAVE
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE LIMA-LIMITE-MB TO W-CRA-LIMITE-MB(W-SUB-CRA)
                   MOVE LIMA-AVISO-DIAS
                                       TO W-CRA-AVISO-DIAS(W-SUB-CRA)
               END-IF
           END-PERFORM

           PERFORM 7699-FECHAR-ARQ-LIMITE-ARQ
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       0110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       0200-EXECUTAR-BATCH             SECTION.
      *----------------------------------------------------------------*
      * Ciclo noturno: mede todo dia; relatorio e alertas so no
      * primeiro dia util da semana. Falha ao gravar o historico
      * devolve RETURN-CODE 8 para o controle de passos.
           PERFORM 1000-MEDIR-ARQUIVOS
           IF  W-CRA-MEDIDOS           EQUAL ZEROS
               DISPLAY "GCC203P - Historico de crescimento nao gravado"
               MOVE 8                  TO RETURN-CODE
               GO TO 0200-99-FIM
           END-IF
           DISPLAY "GCC203P - Medicao gravada para " W-CRA-MEDIDOS
                   " arquivo(s)"

           PERFORM 1900-VERIFICAR-SEMANA
           IF  W-CRA-EMITIR            EQUAL "N"
               DISPLAY "GCC203P - Relatorio de capacidade ja emitido "
                       "na semana"
               GO TO 0200-99-FIM
           END-IF

           MOVE "S"                    TO W-CRA-GERAR-ALERTA
           PERFORM 2000-EMITIR-RELATORIO
           DISPLAY "GCC203P - Relatorio de capacidade emitido, "
                   W-CRA-ALERTAS " alerta(s)".

      *----------------------------------------------------------------*
       0200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-MEDIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      * Conta registros e obtem o tamanho de cada arquivo e grava a
      * medicao da data movimento (repetida no mesmo dia substitui).
           MOVE ZEROS                  TO W-CRA-MEDIDOS

           PERFORM VARYING W-SUB-CRA FROM 1 BY 1
                   UNTIL W-SUB-CRA GREATER W-QTDE-CRA
               PERFORM 1100-MEDIR-ARQUIVO
           END-PERFORM

           PERFORM 7681-ABRIR-ARQ-CRESC-ARQ
           IF  NOT FS-OK
               GO TO 1000-99-FIM
           END-IF

           PERFORM VARYING W-SUB-CRA FROM 1 BY 1
                   UNTIL W-SUB-CRA GREATER W-QTDE-CRA
               INITIALIZE REG-ARQ-CRESC-ARQ
               MOVE W-CRA-NOME(W-SUB-CRA)
                                       TO CRES-ARQUIVO
               MOVE W-CRA-DATA-REF     TO CRES-DATA
               MOVE W-CRA-QTDE(W-SUB-CRA)
                                       TO CRES-QTDE-REG
               MOVE W-CRA-BYTES(W-SUB-CRA)
                                       TO CRES-BYTES
               ACCEPT CRES-HORA        FROM TIME
               PERFORM 7686-GRAVAR-ARQ-CRESC-ARQ
               IF  FS-OK
                   ADD 1               TO W-CRA-MEDIDOS
               END-IF
           END-PERFORM

           PERFORM 7689-FECHAR-ARQ-CRESC-ARQ

           MOVE "CRESC-ARQ"            TO W-RESUMO-DIA-TIPO
           MOVE W-QTDE-CRA             TO W-RESUMO-DIA-LIDOS
           MOVE W-CRA-MEDIDOS          TO W-RESUMO-DIA-GRAVADOS
           COMPUTE W-RESUMO-DIA-ERROS = W-QTDE-CRA - W-CRA-MEDIDOS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-MEDIR-ARQUIVO              SECTION.
      *----------------------------------------------------------------*
      * Arquivo ausente mede zero (ainda nao criado na regiao).
           MOVE ZEROS                  TO W-CRA-CONT

           EVALUATE W-CRA-TIPO(W-SUB-CRA)
               WHEN "S"
                   PERFORM 1200-CONTAR-SEQUENCIAL
               WHEN "P"
                   PERFORM 1300-MEDIR-SPOOL
               WHEN OTHER
                   PERFORM 1150-CONTAR-INDEXADO
           END-EVALUATE

           MOVE W-CRA-CONT             TO W-CRA-QTDE(W-SUB-CRA)
           IF  W-CRA-TIPO(W-SUB-CRA)   NOT EQUAL "P"
               MOVE ZEROS              TO W-FI-TAMANHO
               CALL "CBL_CHECK_FILE_EXIST"
                                       USING W-CRA-CAMINHO(W-SUB-CRA)
                                             W-FILE-INFO
                   RETURNING W-CRA-RC
               ON EXCEPTION
                   CONTINUE
               END-CALL
               IF  W-CRA-RC            NOT EQUAL ZEROS
                   MOVE ZEROS          TO W-FI-TAMANHO
               END-IF
               MOVE W-FI-TAMANHO       TO W-CRA-BYTES(W-SUB-CRA)
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-CONTAR-INDEXADO            SECTION.
      *----------------------------------------------------------------*

           EVALUATE W-SUB-CRA
               WHEN 1
                   OPEN INPUT ARQ-CLIENTE
                   IF  FS-OK
                       READ ARQ-CLIENTE NEXT
                       PERFORM UNTIL NOT FS-OK
                           ADD 1       TO W-CRA-CONT
                           READ ARQ-CLIENTE NEXT
                       END-PERFORM
                       CLOSE ARQ-CLIENTE
                   END-IF
               WHEN 2
                   OPEN INPUT ARQ-VENDEDOR
                   IF  FS-OK
                       READ ARQ-VENDEDOR NEXT
                       PERFORM UNTIL NOT FS-OK
                           ADD 1       TO W-CRA-CONT
                           READ ARQ-VENDEDOR NEXT
                       END-PERFORM
                       CLOSE ARQ-VENDEDOR
                   END-IF
               WHEN 3
                   OPEN INPUT ARQ-DIST
                   IF  FS-OK
                       READ ARQ-DIST NEXT
                       PERFORM UNTIL NOT FS-OK
                           ADD 1       TO W-CRA-CONT
                           READ ARQ-DIST NEXT
                       END-PERFORM
                       CLOSE ARQ-DIST
                   END-IF
               WHEN 4
                   OPEN INPUT ARQ-VISITA
                   IF  FS-OK
                       READ ARQ-VISITA NEXT
                       PERFORM UNTIL NOT FS-OK
                           ADD 1       TO W-CRA-CONT
                           READ ARQ-VISITA NEXT
                       END-PERFORM
                       CLOSE ARQ-VISITA
                   END-IF
               WHEN 5
                   OPEN INPUT ARQ-NOTAS
                   IF  FS-OK
                       READ ARQ-NOTAS NEXT
                       PERFORM UNTIL NOT FS-OK
                           ADD 1       TO W-CRA-CONT
                           READ ARQ-NOTAS NEXT
                       END-PERFORM
                       CLOSE ARQ-NOTAS
                   END-IF
               WHEN 6
                   OPEN INPUT ARQ-NOTA-ITEM
                   IF  FS-OK
                       READ ARQ-NOTA-ITEM NEXT
                       PERFORM UNTIL NOT FS-OK
                           ADD 1       TO W-CRA-CONT
                           READ ARQ-NOTA-ITEM NEXT
                       END-PERFORM
                       CLOSE ARQ-NOTA-ITEM
                   END-IF
               WHEN 7
                   OPEN INPUT ARQ-VENDAS
                   IF  FS-OK
                       READ ARQ-VENDAS NEXT
                       PERFORM UNTIL NOT FS-OK
                           ADD 1       TO W-CRA-CONT
                           READ ARQ-VENDAS NEXT
                       END-PERFORM
                       CLOSE ARQ-VENDAS
                   END-IF
               WHEN 8
                   OPEN INPUT ARQ-RECEBIMENTO
                   IF  FS-OK
                       READ ARQ-RECEBIMENTO NEXT
                       PERFORM UNTIL NOT FS-OK
                           ADD 1       TO W-CRA-CONT
                           READ ARQ-RECEBIMENTO NEXT
                       END-PERFORM
                       CLOSE ARQ-RECEBIMENTO
                   END-IF
               WHEN 9
                   OPEN INPUT ARQ-ALERTA
                   IF  FS-OK
                       READ ARQ-ALERTA NEXT
                       PERFORM UNTIL NOT FS-OK
                           ADD 1       TO W-CRA-CONT
                           READ ARQ-ALERTA NEXT
                       END-PERFORM
                       CLOSE ARQ-ALERTA
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-CONTAR-SEQUENCIAL          SECTION.
      *----------------------------------------------------------------*

           MOVE W-CRA-CAMINHO(W-SUB-CRA)
                                       TO W-CRA-ARQ-SEQ
           OPEN INPUT ARQ-CRA-SEQ
           IF  FS-OK
               READ ARQ-CRA-SEQ
               PERFORM UNTIL NOT FS-OK
                   ADD 1               TO W-CRA-CONT
                   READ ARQ-CRA-SEQ
               END-PERFORM
               CLOSE ARQ-CRA-SEQ
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-MEDIR-SPOOL                SECTION.
      *----------------------------------------------------------------*
      * Geracoes catalogadas e soma do tamanho das copias carimbadas
      * guardadas no diretorio de dados (mais o proprio catalogo).
           MOVE ZEROS                  TO W-CRA-BYTES(W-SUB-CRA)

           OPEN INPUT ARQ-SPOOL
           IF  NOT FS-OK
               GO TO 1300-99-FIM
           END-IF

           READ ARQ-SPOOL NEXT
           PERFORM UNTIL NOT FS-OK
               ADD 1                   TO W-CRA-CONT
               MOVE SPACES             TO W-CRA-SPL-CAMINHO
               IF  W-DIR-DADOS         NOT EQUAL SPACES
                   STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                          FUNCTION TRIM(SPOOL-ARQUIVO)
                          DELIMITED BY SIZE INTO W-CRA-SPL-CAMINHO
               ELSE
                   MOVE SPOOL-ARQUIVO  TO W-CRA-SPL-CAMINHO
               END-IF
               MOVE ZEROS              TO W-FI-TAMANHO
               CALL "CBL_CHECK_FILE_EXIST"
                                       USING W-CRA-SPL-CAMINHO
                                             W-FILE-INFO
                   RETURNING W-CRA-RC
               ON EXCEPTION
                   CONTINUE
               END-CALL
               IF  W-CRA-RC            EQUAL ZEROS
                   ADD W-FI-TAMANHO    TO W-CRA-BYTES(W-SUB-CRA)
               END-IF
               READ ARQ-SPOOL NEXT
           END-PERFORM
           CLOSE ARQ-SPOOL

           MOVE ZEROS                  TO W-FI-TAMANHO
           CALL "CBL_CHECK_FILE_EXIST" USING W-CRA-CAMINHO(W-SUB-CRA)
                                             W-FILE-INFO
               RETURNING W-CRA-RC
           ON EXCEPTION
               CONTINUE
           END-CALL
           IF  W-CRA-RC                EQUAL ZEROS
               ADD W-FI-TAMANHO        TO W-CRA-BYTES(W-SUB-CRA)
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1900-VERIFICAR-SEMANA           SECTION.
      *----------------------------------------------------------------*
      * O ciclo noturno roda todo dia util; o relatorio e semanal e
      * sai so no primeiro dia util da semana (mesma regra do aviso
      * de vencimento de contratos, GCC172P).
           MOVE "S"                    TO W-CRA-EMITIR
           COMPUTE W-CRA-INT-TST =
                   FUNCTION INTEGER-OF-DATE(W-DATA-MOV) - 1

           PERFORM UNTIL FUNCTION MOD(W-CRA-INT-TST 7) EQUAL 0
                      OR W-CRA-EMITIR EQUAL "N"
               COMPUTE W-DATA-VERIFICAR =
                       FUNCTION DATE-OF-INTEGER(W-CRA-INT-TST)
               PERFORM 7937-VERIFICAR-DIA-UTIL
               IF  W-DIA-UTIL          EQUAL "S"
                   MOVE "N"            TO W-CRA-EMITIR
               END-IF
               SUBTRACT 1              FROM W-CRA-INT-TST
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       1900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-EMITIR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      * Uma linha por arquivo com o historico ate a data movimento;
      * com W-CRA-GERAR-ALERTA = "S" (ciclo semanal) cada arquivo
      * com previsao dentro da antecedencia gera alerta.
           MOVE ZEROS                  TO W-CRA-ALERTAS
           COMPUTE W-CRA-INT-REF =
                   FUNCTION INTEGER-OF-DATE(W-CRA-DATA-REF)

           PERFORM 7682-ABRIR-INPUT-ARQ-CRESC-ARQ
           IF  NOT FS-OK
               MOVE "Sem historico de crescimento - use <F1> Medir ago
      -             "ra, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 2900-AVISAR
               GO TO 2000-99-FIM
           END-IF

           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7689-FECHAR-ARQ-CRESC-ARQ
               IF  LK-PARAM            EQUAL "B"
                   MOVE 8              TO RETURN-CODE
               END-IF
               GO TO 2000-99-FIM
           END-IF

           MOVE W-CRA-DATA-REF         TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-CAB-DATA-BASE
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS-2 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

           PERFORM VARYING W-SUB-CRA FROM 1 BY 1
                   UNTIL W-SUB-CRA GREATER W-QTDE-CRA
               PERFORM 2100-PROJETAR-ARQUIVO
           END-PERFORM

           PERFORM 7689-FECHAR-ARQ-CRESC-ARQ

           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           MOVE SPACES                 TO W-LM-TEXTO
           STRING "Projecao linear pelo crescimento medio diario dos u"
                  "ltimos 90 dias (ou de todo o historico, se menor)."
                  DELIMITED BY SIZE INTO W-LM-TEXTO
           WRITE REG-ARQ-RELATO FROM W-LIN-MENSAGEM AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           MOVE "REL-CRESC"            TO W-RESUMO-DIA-TIPO
           MOVE W-QTDE-CRA             TO W-RESUMO-DIA-LIDOS
           MOVE W-QTDE-CRA             TO W-RESUMO-DIA-GRAVADOS
           MOVE W-CRA-ALERTAS          TO W-RESUMO-DIA-ERROS
           PERFORM 7820-GRAVAR-ARQ-RESUMO-DIA

           MOVE "Relatorio de crescimento gerado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 2900-AVISAR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-PROJETAR-ARQUIVO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 2110-LER-HISTORICO-ARQUIVO

           INITIALIZE W-LIN-DETALHE
           MOVE W-CRA-NOME(W-SUB-CRA)  TO W-LD-ARQUIVO
           IF  W-CRP-ACHOU             EQUAL "N"
               MOVE "Sem medicao"      TO W-LD-SITUACAO
               WRITE REG-ARQ-RELATO FROM W-LIN-DETALHE AFTER 1
               GO TO 2100-99-FIM
           END-IF

           IF  W-CRP-TEM-30            EQUAL "N"
               MOVE W-CRP-PRI-DATA     TO W-CRP-B30-DATA
               MOVE W-CRP-PRI-QTDE     TO W-CRP-B30-QTDE
               MOVE W-CRP-PRI-BYTES    TO W-CRP-B30-BYTES
           END-IF
           IF  W-CRP-TEM-90            EQUAL "N"
               MOVE W-CRP-PRI-DATA     TO W-CRP-B90-DATA
               MOVE W-CRP-PRI-QTDE     TO W-CRP-B90-QTDE
               MOVE W-CRP-PRI-BYTES    TO W-CRP-B90-BYTES
           END-IF

           COMPUTE W-CRP-CRES-30 = W-CRP-ULT-BYTES - W-CRP-B30-BYTES
           COMPUTE W-CRP-CRES-90 = W-CRP-ULT-BYTES - W-CRP-B90-BYTES
           COMPUTE W-CRP-CRES-REG-30 =
                   W-CRP-ULT-QTDE - W-CRP-B30-QTDE
           COMPUTE W-CRP-CRES-REG-90 =
                   W-CRP-ULT-QTDE - W-CRP-B90-QTDE
           COMPUTE W-CRP-DIAS-90 =
                   FUNCTION INTEGER-OF-DATE(W-CRP-ULT-DATA) -
                   FUNCTION INTEGER-OF-DATE(W-CRP-B90-DATA)
           COMPUTE W-CRP-DIAS-HIST =
                   FUNCTION INTEGER-OF-DATE(W-CRP-ULT-DATA) -
                   FUNCTION INTEGER-OF-DATE(W-CRP-PRI-DATA)

           MOVE ZEROS                  TO W-CRP-TAXA-DIA
           IF  W-CRP-DIAS-90           GREATER ZEROS
               COMPUTE W-CRP-TAXA-DIA ROUNDED =
                       W-CRP-CRES-90 / W-CRP-DIAS-90
           END-IF
           COMPUTE W-CRP-PROJ-6 ROUNDED =
                   W-CRP-ULT-BYTES + W-CRP-TAXA-DIA * 183
           COMPUTE W-CRP-PROJ-12 ROUNDED =
                   W-CRP-ULT-BYTES + W-CRP-TAXA-DIA * 365
           IF  W-CRP-PROJ-6            LESS ZEROS
               MOVE ZEROS              TO W-CRP-PROJ-6
           END-IF
           IF  W-CRP-PROJ-12           LESS ZEROS
               MOVE ZEROS              TO W-CRP-PROJ-12
           END-IF

           PERFORM 2120-AVALIAR-LIMITE

           MOVE W-CRP-ULT-QTDE         TO W-LD-QTDE
           COMPUTE W-LD-TAMANHO ROUNDED = W-CRP-ULT-BYTES / 1024
           COMPUTE W-LD-CRES-30 ROUNDED = W-CRP-CRES-30 / 1024
           COMPUTE W-LD-CRES-90 ROUNDED = W-CRP-CRES-90 / 1024
           COMPUTE W-LD-PROJ-6  ROUNDED = W-CRP-PROJ-6 / 1024
           COMPUTE W-LD-PROJ-12 ROUNDED = W-CRP-PROJ-12 / 1024
           MOVE W-CRA-LIMITE-MB(W-SUB-CRA)
                                       TO W-LD-LIMITE
           MOVE W-CRP-ED-DATA          TO W-LD-DATA
           MOVE W-CRP-SITUACAO         TO W-LD-SITUACAO
           WRITE REG-ARQ-RELATO FROM W-LIN-DETALHE AFTER 1

           MOVE W-CRP-CRES-REG-30      TO W-LR-REG-30
           MOVE W-CRP-CRES-REG-90      TO W-LR-REG-90
           MOVE W-CRP-PRI-DATA         TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-LR-DESDE
           MOVE W-CRP-DIAS-HIST        TO W-LR-DIAS
           WRITE REG-ARQ-RELATO FROM W-LIN-REGISTROS AFTER 1.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-LER-HISTORICO-ARQUIVO      SECTION.
      *----------------------------------------------------------------*
      * Percorre as medicoes do arquivo em ordem de data ate a data
      * de referencia guardando os pontos da projecao.
           INITIALIZE W-CAMPOS-PROJECAO

           MOVE W-CRA-NOME(W-SUB-CRA)  TO CRES-ARQUIVO
           MOVE ZEROS                  TO CRES-DATA
           PERFORM 7685-START-ARQ-CRESC-ARQ-ASC
           IF  FS-OK
               PERFORM 7684-LER-PROX-ARQ-CRESC-ARQ
           END-IF

           PERFORM UNTIL NOT FS-OK
                      OR CRES-ARQUIVO NOT EQUAL W-CRA-NOME(W-SUB-CRA)
                      OR CRES-DATA GREATER W-CRA-DATA-REF
               IF  W-CRP-ACHOU         EQUAL "N"
                   MOVE "S"            TO W-CRP-ACHOU
                   MOVE CRES-DATA      TO W-CRP-PRI-DATA
                   MOVE CRES-QTDE-REG  TO W-CRP-PRI-QTDE
                   MOVE CRES-BYTES     TO W-CRP-PRI-BYTES
               END-IF
               COMPUTE W-CRP-INT-REG =
                       FUNCTION INTEGER-OF-DATE(CRES-DATA)
               IF  W-CRP-INT-REG + 30  NOT GREATER W-CRA-INT-REF
                   MOVE "S"            TO W-CRP-TEM-30
                   MOVE CRES-DATA      TO W-CRP-B30-DATA
                   MOVE CRES-QTDE-REG  TO W-CRP-B30-QTDE
                   MOVE CRES-BYTES     TO W-CRP-B30-BYTES
               END-IF
               IF  W-CRP-INT-REG + 90  NOT GREATER W-CRA-INT-REF
                   MOVE "S"            TO W-CRP-TEM-90
                   MOVE CRES-DATA      TO W-CRP-B90-DATA
                   MOVE CRES-QTDE-REG  TO W-CRP-B90-QTDE
                   MOVE CRES-BYTES     TO W-CRP-B90-BYTES
               END-IF
               MOVE CRES-DATA          TO W-CRP-ULT-DATA
               MOVE CRES-QTDE-REG      TO W-CRP-ULT-QTDE
               MOVE CRES-BYTES         TO W-CRP-ULT-BYTES
               PERFORM 7684-LER-PROX-ARQ-CRESC-ARQ
           END-PERFORM
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2120-AVALIAR-LIMITE             SECTION.
      *----------------------------------------------------------------*
      * Data prevista para o arquivo passar o limite no ritmo atual;
      * limite ja passado ou previsto dentro da antecedencia marca o
      * arquivo e, no ciclo semanal, gera alerta de aviso.
           MOVE SPACES                 TO W-CRP-SITUACAO
                                          W-CRP-ED-DATA
           MOVE ZEROS                  TO W-CRP-DATA-LIMITE

           IF  W-CRA-LIMITE-MB(W-SUB-CRA) EQUAL ZEROS
               MOVE "Sem limite"       TO W-CRP-SITUACAO
               GO TO 2120-99-FIM
           END-IF

           MOVE W-CRA-AVISO-DIAS(W-SUB-CRA)
                                       TO W-CRP-AVISO
           IF  W-CRP-AVISO             EQUAL ZEROS
               MOVE W-CRA-AVISO-PADRAO TO W-CRP-AVISO
           END-IF
           COMPUTE W-CRP-LIMITE-BYTES =
                   W-CRA-LIMITE-MB(W-SUB-CRA) * 1048576

           IF  W-CRP-ULT-BYTES     NOT LESS W-CRP-LIMITE-BYTES
               MOVE "LIMITE EXCEDIDO"  TO W-CRP-SITUACAO
               MOVE SPACES             TO W-ALE-TEXTO
               STRING "Arquivo " W-CRA-NOME(W-SUB-CRA)
                      " ja passou do limite de capacidade"
                      DELIMITED BY SIZE INTO W-ALE-TEXTO
               PERFORM 2190-GRAVAR-ALERTA
               GO TO 2120-99-FIM
           END-IF

           IF  W-CRP-TAXA-DIA      NOT GREATER ZEROS
               MOVE "Sem crescimento"  TO W-CRP-SITUACAO
               GO TO 2120-99-FIM
           END-IF

           COMPUTE W-CRP-DIAS-LIMITE =
                   (W-CRP-LIMITE-BYTES - W-CRP-ULT-BYTES)
                   / W-CRP-TAXA-DIA + 1
           IF  W-CRP-DIAS-LIMITE       GREATER 36500
               MOVE "Acima de 100 anos" TO W-CRP-SITUACAO
               GO TO 2120-99-FIM
           END-IF

           COMPUTE W-CRP-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-CRP-ULT-DATA) +
                   W-CRP-DIAS-LIMITE)
           MOVE W-CRP-DATA-LIMITE      TO W-EDI-DATA
           PERFORM 6900-EDITAR-DATA
           MOVE W-EDI-DDMMAAAA         TO W-EDI-DATA-BARRA
           MOVE W-EDI-DATA-BARRA       TO W-CRP-ED-DATA

           IF  FUNCTION INTEGER-OF-DATE(W-CRP-DATA-LIMITE) -
               W-CRA-INT-REF           LESS W-CRP-AVISO
               MOVE "ATENCAO - PROXIMO" TO W-CRP-SITUACAO
               MOVE SPACES             TO W-ALE-TEXTO
               STRING "Arquivo " W-CRA-NOME(W-SUB-CRA)
                      " passa do limite em " W-CRP-ED-DATA
                      DELIMITED BY SIZE INTO W-ALE-TEXTO
               PERFORM 2190-GRAVAR-ALERTA
           ELSE
               MOVE "Dentro do prazo"  TO W-CRP-SITUACAO
           END-IF.

      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2190-GRAVAR-ALERTA              SECTION.
      *----------------------------------------------------------------*

           IF  W-CRA-GERAR-ALERTA      EQUAL "S"
               MOVE "GCC203P"          TO W-ALE-ORIGEM
               MOVE "A"                TO W-ALE-SEVERIDADE
               MOVE W-CRA-NOME(W-SUB-CRA)
                                       TO W-ALE-REF
               PERFORM 7960-GRAVAR-ALERTA
               ADD 1                   TO W-CRA-ALERTAS
           END-IF.

      *----------------------------------------------------------------*
       2190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-AVISAR                     SECTION.
      *----------------------------------------------------------------*
      * Mensagem na tela, ou no log do job quando em modo batch.
           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC203P - " FUNCTION TRIM(W-MSGERRO)
               MOVE SPACES             TO W-MSGERRO
           ELSE
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-MANTER-LIMITES             SECTION.
      *----------------------------------------------------------------*
      * Lista os arquivos com o tamanho da ultima medicao e o limite
      * atual; o operador escolhe o numero e informa limite e
      * antecedencia. Limite zero retira o arquivo do controle.
           MOVE "[Limites]"            TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           PERFORM 0110-CARREGAR-LIMITES
           PERFORM 3100-MONTAR-LISTA
           MOVE ZEROS                  TO W-LIM-SEL
                                          W-LIM-MB
                                          W-LIM-AVISO
           DISPLAY S-CLS
           DISPLAY S-TELA-LIMITES

           ACCEPT S-LIM-SEL
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 3000-99-FIM
           END-IF
           IF  W-LIM-SEL               LESS 1 OR
               W-LIM-SEL               GREATER W-QTDE-CRA
               MOVE "Numero de arquivo invalido, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           MOVE W-CRA-LIMITE-MB(W-LIM-SEL)  TO W-LIM-MB
           MOVE W-CRA-AVISO-DIAS(W-LIM-SEL) TO W-LIM-AVISO
           DISPLAY S-TELA-LIMITES
           ACCEPT S-LIM-MB
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 3000-99-FIM
           END-IF
           IF  W-LIM-MB                GREATER ZEROS
               ACCEPT S-LIM-AVISO
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   GO TO 3000-99-FIM
               END-IF
           ELSE
               MOVE ZEROS              TO W-LIM-AVISO
               DISPLAY S-TELA-LIMITES
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS      NOT EQUAL COB-SCR-F1
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7691-ABRIR-ARQ-LIMITE-ARQ
           IF  NOT FS-OK
               MOVE SPACES             TO W-MSGERRO
               STRING "Erro ao abrir ARQ-LIMITE-ARQ. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           INITIALIZE REG-ARQ-LIMITE-ARQ
           MOVE W-CRA-NOME(W-LIM-SEL)  TO LIMA-ARQUIVO
           IF  W-LIM-MB                EQUAL ZEROS
               PERFORM 7697-EXCLUIR-ARQ-LIMITE-ARQ
               MOVE "Limite retirado, tecle <Enter>"
                                       TO W-MSGERRO
           ELSE
               MOVE W-LIM-MB           TO LIMA-LIMITE-MB
               MOVE W-LIM-AVISO        TO LIMA-AVISO-DIAS
               ACCEPT LIMA-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO LIMA-OPERADOR
               PERFORM 7696-GRAVAR-ARQ-LIMITE-ARQ
               IF  FS-OK
                   MOVE "Limite gravado com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
               ELSE
                   MOVE SPACES         TO W-MSGERRO
                   STRING "Erro gravar ARQ-LIMITE-ARQ. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
               END-IF
           END-IF
           PERFORM 7699-FECHAR-ARQ-LIMITE-ARQ
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-MONTAR-LISTA               SECTION.
      *----------------------------------------------------------------*
      * Tamanho atual = ultima medicao gravada ate a data movimento.
           MOVE SPACES                 TO W-LIM-LISTA
           COMPUTE W-CRA-INT-REF =
                   FUNCTION INTEGER-OF-DATE(W-CRA-DATA-REF)
           PERFORM 7682-ABRIR-INPUT-ARQ-CRESC-ARQ
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           PERFORM VARYING W-SUB-CRA FROM 1 BY 1
                   UNTIL W-SUB-CRA GREATER W-QTDE-CRA
               INITIALIZE W-CAMPOS-PROJECAO
               IF  FS-OK
                   PERFORM 2110-LER-HISTORICO-ARQUIVO
               END-IF
               MOVE W-SUB-CRA          TO W-LIM-DET-NUM
               MOVE W-CRA-NOME(W-SUB-CRA)
                                       TO W-LIM-DET-NOME
               COMPUTE W-LIM-DET-TAM ROUNDED = W-CRP-ULT-BYTES / 1024
               MOVE W-CRA-LIMITE-MB(W-SUB-CRA)
                                       TO W-LIM-DET-MB
               MOVE W-CRA-AVISO-DIAS(W-SUB-CRA)
                                       TO W-LIM-DET-AVISO
               MOVE W-LIM-DET          TO W-LIM-LINHA(W-SUB-CRA)
           END-PERFORM

           PERFORM 7689-FECHAR-ARQ-CRESC-ARQ
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      * AAAAMMDD (W-EDI-DATA) para DDMMAAAA (W-EDI-DDMMAAAA).
           MOVE W-EDI-DIA              TO W-EDI-DIA-S
           MOVE W-EDI-MES              TO W-EDI-MES-S
           MOVE W-EDI-ANO              TO W-EDI-ANO-S.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas historico de tamanho e limites de capacidade
       COPY ".\copybooks\GCC203R.cpy".
      * Rotinas data movimento e calendario
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas arquivo central de alertas
       COPY ".\copybooks\GCC114R.cpy".
      * Rotinas arquivo relatorio
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas resumo diario de processamento
       COPY ".\copybooks\GCC028R.cpy".
