      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC156P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC156P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Relatorio de redes de clientes - para cada    *
      *                  rede do cadastro (GCC155P) lista os clientes  *
      *                  membros com o vendedor atribuido (ARQ-DIST),  *
      *                  o faturamento do periodo (ARQ-VENDAS) e se    *
      *                  houve visita realizada, totalizando a rede    *
      *                  com faturamento somado, vendedores distintos  *
      *                  e cobertura de visitas.                       *
      *                  CNPJ do membro sai conforme a politica de     *
      *                  mascaramento do perfil (GCC206P).             *
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
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo Distribuicao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Cadastro de redes de clientes
       COPY ".\copybooks\GCC155FC.cpy".
      * Arquivo relatorio e importacao
       COPY ".\copybooks\GCC021FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo Distribuicao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Cadastro de redes de clientes
       COPY ".\copybooks\GCC155FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos data movimento
       COPY ".\copybooks\GCC065W.cpy".
      * Campos validacao de rede
       COPY ".\copybooks\GCC155W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

      * Periodo (competencias AAAAMM) do faturamento e das visitas.
       01  W-FILTROS-REDE.
           05  W-RED-COMP-INICIO       PIC 9(06) VALUE ZEROS.
           05  FILLER REDEFINES W-RED-COMP-INICIO.
               10  W-RED-INI-ANO       PIC 9(04).
               10  W-RED-INI-MES       PIC 9(02).
           05  W-RED-COMP-FIM          PIC 9(06) VALUE ZEROS.
           05  FILLER REDEFINES W-RED-COMP-FIM.
               10  W-RED-FIM-ANO       PIC 9(04).
               10  W-RED-FIM-MES       PIC 9(02).

      * Membros das redes (clientes com CLIE-REDE-CODIGO), na ordem
      * de codigo do cliente, com vendedor, faturamento e visita.
       01  W-TAB-MEMBROS.
           05  W-QTDE-TAB-MBR          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-MBR               PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-MBR-2             PIC 9(04) COMP VALUE ZEROS.
           05  W-MBR-ITEM              OCCURS 5000 TIMES.
               10  W-MBR-REDE          PIC 9(003).
               10  W-MBR-CLIE          PIC 9(007).
               10  W-MBR-CNPJ          PIC 9(014).
               10  W-MBR-RAZAO         PIC X(040).
               10  W-MBR-SITUACAO      PIC X(001).
               10  W-MBR-VEND          PIC 9(007).
               10  W-MBR-FATURAMENTO   PIC 9(013)V9(002).
               10  W-MBR-VISITADO      PIC X(001).

       01  W-CAMPOS-REDE.
           05  W-RED-DESPREZADOS       PIC 9(05) VALUE ZEROS.
           05  W-RED-VIS-COMP          PIC 9(06) VALUE ZEROS.
           05  W-RED-VEND-REPETIDO     PIC X(01) VALUE "N".
      * Totais da rede corrente e gerais.
           05  W-RED-QTDE-MEMBROS      PIC 9(05) VALUE ZEROS.
           05  W-RED-QTDE-VENDEDORES   PIC 9(05) VALUE ZEROS.
           05  W-RED-QTDE-VISITADOS    PIC 9(05) VALUE ZEROS.
           05  W-RED-QTDE-SEM-VEND     PIC 9(05) VALUE ZEROS.
           05  W-RED-FATURAMENTO       PIC 9(013)V9(002) VALUE ZEROS.
           05  W-RED-COBERTURA         PIC 9(03)V9(02) VALUE ZEROS.
           05  W-TOT-REDES             PIC 9(05) VALUE ZEROS.
           05  W-TOT-MEMBROS           PIC 9(05) VALUE ZEROS.
           05  W-TOT-REPARTIDAS        PIC 9(05) VALUE ZEROS.
           05  W-TOT-FATURAMENTO       PIC 9(013)V9(002) VALUE ZEROS.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(40) VALUE
              "Redes de Clientes - periodo de ".
           05 W-CAB-COMP-INICIO    PIC 9(06).
           05 FILLER               PIC X(05) VALUE " a ".
           05 W-CAB-COMP-FIM       PIC 9(06).

       01  W-CAB-REDE.
           05 FILLER               PIC X(07) VALUE "Rede: ".
           05 W-CR-CODIGO          PIC ZZ9.
           05 FILLER               PIC X(03) VALUE " - ".
           05 W-CR-NOME            PIC X(40).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-CR-SITUACAO        PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE
              "Vendedor resp.: ".
           05 W-CR-VEND            PIC ZZZZZZ9.

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(10) VALUE "   Cliente".
           05 FILLER               PIC X(21) VALUE "  CNPJ".
           05 FILLER               PIC X(42) VALUE "Razao Social".
           05 FILLER               PIC X(10) VALUE "  Vendedor".
           05 FILLER               PIC X(21) VALUE
              "         Faturamento".
           05 FILLER               PIC X(08) VALUE "  Visita".

       01  W-DET-MEMBRO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-DM-CODIGO          PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-DM-CNPJ            PIC 99.999.999/9999.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-DM-RAZAO           PIC X(40).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-DM-VEND            PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-DM-FATURAMENTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 W-DM-VISITA          PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-DM-OBS             PIC X(08).

       01  W-TOT-REDE-01.
           05 FILLER               PIC X(13) VALUE "   Membros: ".
           05 W-TR-MEMBROS         PIC ZZ.ZZ9.
           05 FILLER               PIC X(16) VALUE
              "   Vendedores: ".
           05 W-TR-VENDEDORES      PIC ZZ.ZZ9.
           05 FILLER               PIC X(18) VALUE
              "   Sem vendedor: ".
           05 W-TR-SEM-VEND        PIC ZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-TR-REPARTIDA       PIC X(30).

       01  W-TOT-REDE-02.
           05 FILLER               PIC X(26) VALUE
              "   Faturamento da rede: ".
           05 W-TR-FATURAMENTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(18) VALUE
              "   Visitados: ".
           05 W-TR-VISITADOS       PIC ZZ.ZZ9.
           05 FILLER               PIC X(15) VALUE
              "   Cobertura: ".
           05 W-TR-COBERTURA       PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE "%".

       01  W-ROD-01.
           05 FILLER               PIC X(30) VALUE
              "   Redes listadas.........: ".
           05 W-ROD-REDES          PIC ZZ.ZZ9.
       01  W-ROD-02.
           05 FILLER               PIC X(30) VALUE
              "   Clientes em rede.......: ".
           05 W-ROD-MEMBROS        PIC ZZ.ZZ9.
       01  W-ROD-03.
           05 FILLER               PIC X(30) VALUE
              "   Redes com 2+ vendedores: ".
           05 W-ROD-REPARTIDAS     PIC ZZ.ZZ9.
       01  W-ROD-04.
           05 FILLER               PIC X(30) VALUE
              "   Faturamento total......: ".
           05 W-ROD-FATURAMENTO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
       01  S-TELA-REL-REDES.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Competencia inicial...: "
                                       LINE 06 COL 10.
               10  S-RED-COMP-INICIO   BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 36 PIC 9(06)
                                       USING W-RED-COMP-INICIO.
               10  VALUE  "Competencia final.....: "
                                       LINE 08 COL 10.
               10  S-RED-COMP-FIM      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 36 PIC 9(06)
                                       USING W-RED-COMP-FIM.
               10  VALUE  "Arquivo relatorio.....: "
                                       LINE 10 COL 10.
               10  S-NOME-ARQ
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 36 PIC X(40)
                                       USING W-ARQ-RELATO.
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
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           MOVE "Redes de Clientes"    TO W-MODULO
           MOVE WID-ARQ-REL-REDES      TO W-ARQ-RELATO
           MOVE "N"                    TO W-VOLTAR
           MOVE "<Esc> Voltar <Enter> Processar"
                                       TO W-STATUS

      * Periodo padrao: do inicio do ano da data movimento ate a
      * competencia corrente.
           PERFORM 7935-LER-DATA-MOV
           MOVE W-DATA-MOV(1:6)        TO W-RED-COMP-FIM
           MOVE W-RED-COMP-FIM         TO W-RED-COMP-INICIO
           MOVE 1                      TO W-RED-INI-MES

           IF  LK-PARAM                NOT EQUAL "B"
               DISPLAY S-CLS
               DISPLAY S-TELA-REL-REDES
               ACCEPT S-RED-COMP-INICIO
               IF  COB-CRT-STATUS      EQUAL COB-SCR-ESC
                   MOVE "S"            TO W-VOLTAR
               ELSE
                   ACCEPT S-RED-COMP-FIM
                   ACCEPT S-NOME-ARQ
               END-IF
           END-IF

           IF  W-VOLTAR                EQUAL "N"
               IF  W-RED-INI-ANO       LESS 2000 OR
                   W-RED-INI-MES       LESS 1    OR
                   W-RED-INI-MES       GREATER 12 OR
                   W-RED-FIM-ANO       LESS 2000 OR
                   W-RED-FIM-MES       LESS 1    OR
                   W-RED-FIM-MES       GREATER 12 OR
                   W-RED-COMP-FIM      LESS W-RED-COMP-INICIO
                   MOVE "Periodo invalido (AAAAMM), tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 2000-PROCESSAR
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           INITIALIZE W-CAMPOS-REDE
           MOVE ZEROS                  TO W-QTDE-TAB-MBR

           OPEN INPUT ARQ-REDE
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               MOVE "Nenhuma rede cadastrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF
           PERFORM 7649-FECHAR-ARQ-REDE

           PERFORM 2100-CARREGAR-MEMBROS
           IF  W-QTDE-TAB-MBR          EQUAL ZEROS
               MOVE "Nenhum cliente associado a rede, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 2200-OBTER-VENDEDORES
           PERFORM 2300-SOMAR-FATURAMENTO
           PERFORM 2400-CRUZAR-VISITAS
           PERFORM 4000-GRAVAR-RELATORIO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CARREGAR-MEMBROS           SECTION.
      *----------------------------------------------------------------*
      * Passada unica pelo cadastro de clientes guardando os que
      * pertencem a alguma rede (ativos e inativos).
           OPEN INPUT ARQ-CLIENTE
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2100-99-FIM
           END-IF

           PERFORM 7153-LER-PROX-ARQ-CLIE
           PERFORM UNTIL NOT FS-OK
               IF  CLIE-REDE-CODIGO    GREATER ZEROS
                   IF  W-QTDE-TAB-MBR  LESS 5000
                       ADD 1           TO W-QTDE-TAB-MBR
                       MOVE CLIE-REDE-CODIGO
                                       TO W-MBR-REDE(W-QTDE-TAB-MBR)
                       MOVE CLIE-CODIGO
                                       TO W-MBR-CLIE(W-QTDE-TAB-MBR)
                       MOVE CLIE-CNPJ  TO W-MBR-CNPJ(W-QTDE-TAB-MBR)
                       MOVE CLIE-RAZAO-SOCIAL
                                       TO W-MBR-RAZAO(W-QTDE-TAB-MBR)
                       MOVE CLIE-SITUACAO
                                       TO W-MBR-SITUACAO
                                          (W-QTDE-TAB-MBR)
                       MOVE ZEROS      TO W-MBR-VEND(W-QTDE-TAB-MBR)
                                          W-MBR-FATURAMENTO
                                          (W-QTDE-TAB-MBR)
                       MOVE "N"        TO W-MBR-VISITADO
                                          (W-QTDE-TAB-MBR)
                   ELSE
                       ADD 1           TO W-RED-DESPREZADOS
                   END-IF
               END-IF
               PERFORM 7153-LER-PROX-ARQ-CLIE
           END-PERFORM
           PERFORM 7190-FECHAR-ARQ-CLIE
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-OBTER-VENDEDORES           SECTION.
      *----------------------------------------------------------------*
      * Vendedor atribuido a cada membro na ultima distribuicao
      * (zero = sem atribuicao).
           OPEN INPUT ARQ-DIST
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2200-99-FIM
           END-IF

           PERFORM VARYING W-SUB-MBR FROM 1 BY 1
                   UNTIL W-SUB-MBR GREATER W-QTDE-TAB-MBR
               MOVE W-MBR-CLIE(W-SUB-MBR)
                                       TO DIST-CLIE-CODIGO
               READ ARQ-DIST KEY IS DIST-CLIE-CODIGO
                        INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE DIST-VEND-CODIGO
                                       TO W-MBR-VEND(W-SUB-MBR)
               END-READ
           END-PERFORM
           PERFORM 7690-FECHAR-ARQ-DIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-SOMAR-FATURAMENTO          SECTION.
      *----------------------------------------------------------------*
      * Faturamento de cada membro nas competencias do periodo; o
      * resumo anual da retencao (mes "00") fica fora da soma.
           OPEN INPUT ARQ-VENDAS
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2300-99-FIM
           END-IF

           PERFORM VARYING W-SUB-MBR FROM 1 BY 1
                   UNTIL W-SUB-MBR GREATER W-QTDE-TAB-MBR
               PERFORM 2310-SOMAR-FAT-MEMBRO
           END-PERFORM
           PERFORM 7490-FECHAR-ARQ-VENDAS
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-SOMAR-FAT-MEMBRO           SECTION.
      *----------------------------------------------------------------*

           INITIALIZE VENDAS-CHAVE
           MOVE W-MBR-CLIE(W-SUB-MBR)  TO VENDAS-CLIE-CODIGO
           MOVE W-RED-COMP-INICIO      TO VENDAS-COMPETENCIA
           PERFORM 7471-START-ARQ-VENDAS-ASC
           IF  FS-OK
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR VENDAS-CLIE-CODIGO NOT EQUAL
                         W-MBR-CLIE(W-SUB-MBR)
                      OR VENDAS-COMPETENCIA GREATER W-RED-COMP-FIM
               IF  VENDAS-COMPETENCIA(5:2) NOT EQUAL "00"
                   ADD VENDAS-VALOR    TO W-MBR-FATURAMENTO(W-SUB-MBR)
               END-IF
               PERFORM 7453-LER-PROX-ARQ-VENDAS
           END-PERFORM
      * Fim de arquivo ou troca de cliente nao e erro da varredura.
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CRUZAR-VISITAS             SECTION.
      *----------------------------------------------------------------*
      * Visitas realizadas no periodo marcam o membro como visitado.
           OPEN INPUT ARQ-VISITA
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2400-99-FIM
           END-IF

           PERFORM 7353-LER-PROX-ARQ-VISITA
           PERFORM UNTIL NOT FS-OK
               MOVE VISITA-DATA(1:6)   TO W-RED-VIS-COMP
               IF  VISITA-REALIZADA AND
                   W-RED-VIS-COMP NOT LESS W-RED-COMP-INICIO AND
                   W-RED-VIS-COMP NOT GREATER W-RED-COMP-FIM
                   PERFORM 2410-MARCAR-VISITADO
               END-IF
               PERFORM 7353-LER-PROX-ARQ-VISITA
           END-PERFORM
           PERFORM 7390-FECHAR-ARQ-VISITA
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-MARCAR-VISITADO            SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING W-SUB-MBR FROM 1 BY 1
                   UNTIL W-SUB-MBR GREATER W-QTDE-TAB-MBR
               IF  W-MBR-CLIE(W-SUB-MBR) EQUAL VISITA-CLIE-CODIGO
                   MOVE "S"            TO W-MBR-VISITADO(W-SUB-MBR)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      * Uma secao por rede do cadastro, em ordem de codigo; redes sem
      * membros ficam fora.
           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               GO TO 4000-99-FIM
           END-IF

           MOVE W-RED-COMP-INICIO      TO W-CAB-COMP-INICIO
           MOVE W-RED-COMP-FIM         TO W-CAB-COMP-FIM
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 7641-ABRIR-INPUT-ARQ-REDE
           IF  FS-OK
               PERFORM 7643-LER-PROX-ARQ-REDE
               PERFORM UNTIL NOT FS-OK
                   PERFORM 4100-GRAVAR-REDE
                   PERFORM 7643-LER-PROX-ARQ-REDE
               END-PERFORM
               PERFORM 7649-FECHAR-ARQ-REDE
           END-IF

           MOVE W-TOT-REDES            TO W-ROD-REDES
           MOVE W-TOT-MEMBROS          TO W-ROD-MEMBROS
           MOVE W-TOT-REPARTIDAS       TO W-ROD-REPARTIDAS
           MOVE W-TOT-FATURAMENTO      TO W-ROD-FATURAMENTO
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 2
           WRITE REG-ARQ-RELATO FROM W-ROD-01   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-02   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-03   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-ROD-04   AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 4200-REGISTRAR-VISAO-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           IF  W-RED-DESPREZADOS       GREATER ZEROS
               MOVE "Relatorio gerado (clientes alem de 5000 fora), te
      -            "cle <Enter>"       TO W-MSGERRO
           ELSE
               MOVE "Relatorio gerado, tecle <Enter>"
                                       TO W-MSGERRO
           END-IF
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-REDE                SECTION.
      *----------------------------------------------------------------*
      * Cabecalho da rede, um detalhe por membro e os totais: membros,
      * vendedores distintos, faturamento somado e cobertura de
      * visitas (membros visitados / membros).
           MOVE ZEROS                  TO W-RED-QTDE-MEMBROS
                                          W-RED-QTDE-VENDEDORES
                                          W-RED-QTDE-VISITADOS
                                          W-RED-QTDE-SEM-VEND
                                          W-RED-FATURAMENTO
                                          W-RED-COBERTURA

           PERFORM VARYING W-SUB-MBR FROM 1 BY 1
                   UNTIL W-SUB-MBR GREATER W-QTDE-TAB-MBR
               IF  W-MBR-REDE(W-SUB-MBR) EQUAL REDE-CODIGO
                   ADD 1               TO W-RED-QTDE-MEMBROS
               END-IF
           END-PERFORM
           IF  W-RED-QTDE-MEMBROS      EQUAL ZEROS
               GO TO 4100-99-FIM
           END-IF

           ADD 1                       TO W-TOT-REDES
           MOVE REDE-CODIGO            TO W-CR-CODIGO
           MOVE REDE-NOME              TO W-CR-NOME
           IF  REDE-ATIVA
               MOVE "ATIVA"            TO W-CR-SITUACAO
           ELSE
               MOVE "INATIVA"          TO W-CR-SITUACAO
           END-IF
           MOVE REDE-VEND-CODIGO       TO W-CR-VEND
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 2
           WRITE REG-ARQ-RELATO FROM W-CAB-REDE    AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 1

           PERFORM VARYING W-SUB-MBR FROM 1 BY 1
                   UNTIL W-SUB-MBR GREATER W-QTDE-TAB-MBR
               IF  W-MBR-REDE(W-SUB-MBR) EQUAL REDE-CODIGO
                   PERFORM 4110-GRAVAR-MEMBRO
               END-IF
           END-PERFORM

           COMPUTE W-RED-COBERTURA ROUNDED =
                   W-RED-QTDE-VISITADOS * 100 / W-RED-QTDE-MEMBROS
           ADD W-RED-QTDE-MEMBROS      TO W-TOT-MEMBROS
           ADD W-RED-FATURAMENTO       TO W-TOT-FATURAMENTO

           MOVE SPACES                 TO W-TR-REPARTIDA
           IF  W-RED-QTDE-VENDEDORES   GREATER 1
               ADD 1                   TO W-TOT-REPARTIDAS
               MOVE "** rede repartida"
                                       TO W-TR-REPARTIDA
           END-IF
           MOVE W-RED-QTDE-MEMBROS     TO W-TR-MEMBROS
           MOVE W-RED-QTDE-VENDEDORES  TO W-TR-VENDEDORES
           MOVE W-RED-QTDE-SEM-VEND    TO W-TR-SEM-VEND
           MOVE W-RED-FATURAMENTO      TO W-TR-FATURAMENTO
           MOVE W-RED-QTDE-VISITADOS   TO W-TR-VISITADOS
           MOVE W-RED-COBERTURA        TO W-TR-COBERTURA
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2    AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TOT-REDE-01 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TOT-REDE-02 AFTER 1.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-GRAVAR-MEMBRO              SECTION.
      *----------------------------------------------------------------*
      * Linha do membro; o vendedor so conta como novo na rede se
      * nenhum membro anterior da mesma rede tem o mesmo vendedor.
           MOVE W-MBR-CLIE(W-SUB-MBR)  TO W-DM-CODIGO
           MOVE W-MBR-CNPJ(W-SUB-MBR)  TO W-DM-CNPJ
      * Perfil com CPF/CNPJ parcial (GCC206P): CNPJ so com os dois
      * primeiros e os dois ultimos digitos, como no relatorio de
      * clientes.
           IF  W-MSC-IDENT-PARCIAL
               MOVE ".***.***/****-"   TO W-DM-CNPJ(3:14)
           END-IF
           MOVE W-MBR-RAZAO(W-SUB-MBR) TO W-DM-RAZAO
           MOVE W-MBR-VEND(W-SUB-MBR)  TO W-DM-VEND
           MOVE W-MBR-FATURAMENTO(W-SUB-MBR)
                                       TO W-DM-FATURAMENTO
           ADD W-MBR-FATURAMENTO(W-SUB-MBR)
                                       TO W-RED-FATURAMENTO
           IF  W-MBR-VISITADO(W-SUB-MBR) EQUAL "S"
               MOVE "Sim"              TO W-DM-VISITA
               ADD 1                   TO W-RED-QTDE-VISITADOS
           ELSE
               MOVE "Nao"              TO W-DM-VISITA
           END-IF
           MOVE SPACES                 TO W-DM-OBS
           IF  W-MBR-SITUACAO(W-SUB-MBR) NOT EQUAL "A"
               MOVE "inativo"          TO W-DM-OBS
           END-IF

           IF  W-MBR-VEND(W-SUB-MBR)   EQUAL ZEROS
               ADD 1                   TO W-RED-QTDE-SEM-VEND
           ELSE
               MOVE "N"                TO W-RED-VEND-REPETIDO
               PERFORM VARYING W-SUB-MBR-2 FROM 1 BY 1
                       UNTIL W-SUB-MBR-2 NOT LESS W-SUB-MBR
                          OR W-RED-VEND-REPETIDO EQUAL "S"
                   IF  W-MBR-REDE(W-SUB-MBR-2) EQUAL REDE-CODIGO AND
                       W-MBR-VEND(W-SUB-MBR-2) EQUAL
                       W-MBR-VEND(W-SUB-MBR)
                       MOVE "S"        TO W-RED-VEND-REPETIDO
                   END-IF
               END-PERFORM
               IF  W-RED-VEND-REPETIDO EQUAL "N"
                   ADD 1               TO W-RED-QTDE-VENDEDORES
               END-IF
           END-IF

           WRITE REG-ARQ-RELATO FROM W-DET-MEMBRO AFTER 1.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-REGISTRAR-VISAO-RELATO     SECTION.
      *----------------------------------------------------------------*
      * Relatorio emitido com o CNPJ completo: uma linha no log de
      * visoes sem mascara por relatorio gerado.
           IF  NOT W-MSC-IDENT-PARCIAL
               MOVE "GCC156P"          TO W-MSC-PROGRAMA
               MOVE SPACES             TO W-MSC-DETALHE
               STRING "RELATORIO " FUNCTION TRIM(W-ARQ-RELATO)
                      DELIMITED BY SIZE INTO W-MSC-DETALHE
               PERFORM 7166-REGISTRAR-VISAO-ABERTA
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas arquivo faturamento por cliente
       COPY ".\copybooks\GCC055R.cpy".
      * Rotinas data movimento
       COPY ".\copybooks\GCC065R.cpy".
      * Rotinas cadastro de redes de clientes
       COPY ".\copybooks\GCC155R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
