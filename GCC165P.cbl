      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC165P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC165P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Contestacao de comissao - o vendedor registra *
      *                  a reclamacao sobre o demonstrativo da         *
      *                  competencia (cliente, valor e motivo) e o     *
      *                  supervisor decide (em analise, deferida ou    *
      *                  indeferida, com nota). A contestacao deferida *
      *                  gera o ajuste de correcao no razao de         *
      *                  liquidacao (GCC103P) e devolve o item para    *
      *                  aberto; enquanto houver contestacao pendente  *
      *                  a aprovacao do item fica bloqueada. Emite o   *
      *                  relatorio mensal por vendedor e por decisao.  *
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
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FC.cpy".
      * Contestacoes de comissao
       COPY ".\copybooks\GCC165FC.cpy".
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
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FD.cpy".
      * Contestacoes de comissao
       COPY ".\copybooks\GCC165FD.cpy".
      * Arquivo Relatorio
       COPY ".\copybooks\GCC021FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos consulta de contestacoes pendentes
       COPY ".\copybooks\GCC165W.cpy".

       01  W-APOIO-CONTESTACAO.
           05  W-CTS-VEND-DESC         PIC X(40) VALUE SPACES.
           05  W-CTS-CLIE-DESC         PIC X(40) VALUE SPACES.
           05  W-CTS-SIT-DESC          PIC X(12) VALUE SPACES.
           05  W-CTS-NOVA-SIT          PIC X(01) VALUE SPACES.
               88  W-NOVA-EM-ANALISE             VALUE "E".
               88  W-NOVA-DEFERIDA               VALUE "D".
               88  W-NOVA-INDEFERIDA             VALUE "I".
           05  W-CTS-PROX-SEQ          PIC 9(03) VALUE ZEROS.
           05  W-CTS-AJU-PROX-SEQ      PIC 9(03) VALUE ZEROS.
           05  W-CTS-SEQ-EDIT          PIC ZZ9.
      * Situacao do item do razao no momento do registro.
           05  W-CTS-LIQ-SIT           PIC X(01) VALUE SPACES.
               88  W-CTS-LIQ-INEXISTENTE         VALUE SPACES.
               88  W-CTS-LIQ-ABERTA              VALUE "A".
               88  W-CTS-LIQ-APROVADA            VALUE "F".
               88  W-CTS-LIQ-PAGA                VALUE "Q".
      * Contestacao digitada preservada enquanto as varreduras de
      * sequencial reusam a area do FD.
           05  W-CTS-REG-SALVO         PIC X(239) VALUE SPACES.

       01  W-CAMPOS-REL-CONTEST.
           05  W-RLC-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  W-RLC-VEND-ATUAL        PIC 9(07) VALUE ZEROS.
           05  W-RLC-QTDE-LIDOS        PIC 9(05) VALUE ZEROS.
      * Contadores do vendedor em quebra, por decisao.
           05  W-RLC-VEND-CONT.
               10  W-RLC-VEND-QTDE     PIC 9(05) OCCURS 4.
      * Totais gerais por decisao: 1 = aberta, 2 = em analise,
      * 3 = deferida, 4 = indeferida.
           05  W-RLC-TOTAIS            OCCURS 4.
               10  W-RLC-TOT-QTDE      PIC 9(05).
               10  W-RLC-TOT-RECLAMADO PIC S9(13)V9(02).
               10  W-RLC-TOT-DEFERIDO  PIC S9(13)V9(02).
           05  W-RLC-IND               PIC 9(01) VALUE ZEROS.

       01  W-CAMPOS-RELATORIO.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05  W-TRACOS-2          PIC X(132) VALUE ALL "-".

       01  W-CAB-CAPA.
           05 FILLER               PIC X(44)
              VALUE "Contestacoes de Comissao - Competencia ".
           05 W-CAB-COMPETENCIA    PIC 9(06).

       01  W-CAB-COLUNAS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Vendedor".
           05 FILLER               PIC X(05) VALUE "Seq".
           05 FILLER               PIC X(10) VALUE "Cliente".
           05 FILLER               PIC X(19) VALUE "Reclamado".
           05 FILLER               PIC X(19) VALUE "Deferido".
           05 FILLER               PIC X(13) VALUE "Situacao".
           05 FILLER               PIC X(06) VALUE "Motivo".

       01  W-LIN-CONTEST.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-VEND            PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LC-SEQ             PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LC-CLIE            PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LC-RECLAMADO       PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LC-DEFERIDO        PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LC-SITUACAO        PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LC-MOTIVO          PIC X(40).

       01  W-ROD-VENDEDOR.
           05 FILLER               PIC X(13)
              VALUE "   Vendedor ".
           05 W-RV-VEND            PIC ZZZZZZ9.
           05 FILLER               PIC X(12) VALUE " - abertas: ".
           05 W-RV-ABERTAS         PIC ZZZZ9.
           05 FILLER               PIC X(14) VALUE ", em analise: ".
           05 W-RV-ANALISE         PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE ", deferidas: ".
           05 W-RV-DEFERIDAS       PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE ", indeferidas: ".
           05 W-RV-INDEFERIDAS     PIC ZZZZ9.

       01  W-CAB-RESUMO.
           05 FILLER               PIC X(21)
              VALUE "   Resumo por decisao".
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Qtde".
           05 FILLER               PIC X(19) VALUE "Reclamado".
           05 FILLER               PIC X(08) VALUE "Deferido".

       01  W-LIN-RESUMO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 W-LR-DECISAO         PIC X(12).
           05 FILLER               PIC X(14) VALUE SPACES.
           05 W-LR-QTDE            PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 W-LR-RECLAMADO       PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 W-LR-DEFERIDO        PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  W-TAB-DECISOES.
           05 FILLER               PIC X(12) VALUE "ABERTA".
           05 FILLER               PIC X(12) VALUE "EM ANALISE".
           05 FILLER               PIC X(12) VALUE "DEFERIDA".
           05 FILLER               PIC X(12) VALUE "INDEFERIDA".
       01  FILLER                  REDEFINES W-TAB-DECISOES.
           05 W-DESC-DECISAO       PIC X(12) OCCURS 4.

       01  W-ROD-SEM-CONTEST.
           05 FILLER               PIC X(50)
              VALUE "   Nenhuma contestacao registrada na competencia.".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela contestacao de comissao
       COPY ".\copybooks\GCC165S.cpy".
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
               INITIALIZE REG-ARQ-CONTESTACAO W-APOIO-CONTESTACAO
               MOVE "Contestacao Comissao"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Registrar <F2> Decidir <F5> Listar
      -             "<F6> Relatorio"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CONTESTACAO
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       PERFORM 1000-REGISTRAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       IF  W-PERFIL-GESTOR
                           PERFORM 2000-DECIDIR UNTIL W-VOLTAR = "S"
                       ELSE
                           MOVE "Acesso restrito, tecle <Enter>"
                                       TO W-MSGERRO
                           PERFORM 8500-MOSTRA-AVISO
                       END-IF
                   WHEN COB-SCR-F5
                       PERFORM 5000-LISTAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F6
                       PERFORM 4000-RELATORIO-MENSAL
                   WHEN COB-SCR-ESC
                       GOBACK
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       0000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-REGISTRAR                  SECTION.
      *----------------------------------------------------------------*
      * Registro da reclamacao do vendedor: competencia ja paga nao
      * aceita contestacao; item ja aprovado volta para aberto, pois
      * o valor final fica em discussao ate a decisao.
           MOVE "[Registrar]"          TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           INITIALIZE REG-ARQ-CONTESTACAO W-APOIO-CONTESTACAO
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTESTACAO

           ACCEPT S-CTS-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF
           MOVE CTS-VEND-CODIGO        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N" OR
               CTS-VEND-CODIGO         EQUAL ZEROS
               MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF
           MOVE VEND-RAZAO-SOCIAL      TO W-CTS-VEND-DESC
           DISPLAY S-TELA-CONTESTACAO

           ACCEPT S-CTS-COMP
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1000-99-FIM
           END-IF
           IF  CTS-COMPETENCIA         EQUAL ZEROS
               MOVE "Competencia obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6500-SITUACAO-RAZAO
           IF  W-CTS-LIQ-PAGA
               MOVE "Competencia ja paga - contestacao bloqueada, tecle
      -            "<Enter>"           TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           ACCEPT S-CTS-CLIE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1000-99-FIM
           END-IF
           IF  CTS-CLIE-CODIGO         EQUAL ZEROS
               MOVE "(demonstrativo completo)"
                                       TO W-CTS-CLIE-DESC
           ELSE
               MOVE CTS-CLIE-CODIGO    TO CLIE-CODIGO
               PERFORM 7151-LER-ARQ-CLIE-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "N"
                   MOVE "Cliente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   GO TO 1000-99-FIM
               END-IF
               MOVE CLIE-RAZAO-SOCIAL  TO W-CTS-CLIE-DESC
           END-IF
           DISPLAY S-TELA-CONTESTACAO

           ACCEPT S-CTS-VALOR
           IF  CTS-VALOR-RECLAMADO     EQUAL ZEROS
               MOVE "Valor zerado - contestacao descartada, tecle <Ente
      -            "r>"                TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF
           ACCEPT S-CTS-MOTIVO
           IF  CTS-MOTIVO              EQUAL SPACES
               MOVE "Motivo obrigatorio, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6300-OBTER-PROX-SEQ
           PERFORM 7911-ABRIR-ARQ-CONTESTACAO
           IF  NOT FS-OK
               GO TO 1000-99-FIM
           END-IF
           MOVE W-CTS-PROX-SEQ         TO CTS-SEQ
           SET CTS-ABERTA              TO TRUE
           ACCEPT CTS-DATA-ABERTURA    FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO CTS-OPERADOR-ABERTURA
           PERFORM 7916-GRAVAR-ARQ-CONTESTACAO
           PERFORM 7919-FECHAR-ARQ-CONTESTACAO

      * Item aprovado volta para aberto ate a decisao.
           IF  W-CTS-LIQ-APROVADA
               PERFORM 6600-REABRIR-RAZAO
           END-IF

           MOVE CTS-SEQ                TO W-CTS-SEQ-EDIT
           MOVE SPACES                 TO W-MSGERRO
           STRING "Contestacao " W-CTS-SEQ-EDIT
                  " registrada, tecle <Enter>"
                  DELIMITED BY SIZE  INTO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO
           MOVE "S"                    TO W-VOLTAR.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-DECIDIR                    SECTION.
      *----------------------------------------------------------------*
      * Decisao do supervisor sobre a contestacao pendente. Deferida
      * (total ou parcial) gera o lancamento de correcao no razao.
           MOVE "[Decidir]"            TO W-OP
           PERFORM 6100-BUSCAR-CONTESTACAO
           IF  W-VOLTAR EQUAL "S" OR W-RETORNAR EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           IF  CTS-DECIDIDA
               MOVE "Contestacao ja decidida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           MOVE "N"                    TO W-CAMPO-VALIDADO
           PERFORM 6200-ACC-DECISAO
                   UNTIL W-CAMPO-VALIDADO EQUAL "S"
                      OR W-RETORNAR       EQUAL "S"
           IF  W-RETORNAR              EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           IF  W-NOVA-DEFERIDA
               PERFORM 6500-SITUACAO-RAZAO
               IF  W-CTS-LIQ-PAGA
                   MOVE "Competencia ja paga - deferimento bloqueado, te
      -                "cle <Enter>"   TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   GO TO 2000-99-FIM
               END-IF
               IF  CTS-VALOR-DEFERIDO  EQUAL ZEROS
                   MOVE CTS-VALOR-RECLAMADO
                                       TO CTS-VALOR-DEFERIDO
               END-IF
               DISPLAY S-TELA-DECISAO
               ACCEPT S-CTS-DEFERIDO
               IF  CTS-VALOR-DEFERIDO  EQUAL ZEROS
                   MOVE "Valor deferido obrigatorio, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
                   GO TO 2000-99-FIM
               END-IF
           ELSE
               MOVE ZEROS              TO CTS-VALOR-DEFERIDO
               DISPLAY S-TELA-DECISAO
           END-IF

           ACCEPT S-CTS-NOTA
           IF  CTS-NOTA-DECISAO        EQUAL SPACES AND
               NOT W-NOVA-EM-ANALISE
               MOVE "Nota da decisao obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          NOT EQUAL COB-SCR-F1
               GO TO 2000-99-FIM
           END-IF

           MOVE W-CTS-NOVA-SIT         TO CTS-SITUACAO
           MOVE W-OPERADOR             TO CTS-RESOLVEDOR
           ACCEPT CTS-DATA-DECISAO     FROM DATE YYYYMMDD
           IF  CTS-DEFERIDA
               PERFORM 6700-LANCAR-CORRECAO
           END-IF

      * Regrava a contestacao com a decisao.
           MOVE REG-ARQ-CONTESTACAO    TO W-CTS-REG-SALVO
           PERFORM 7911-ABRIR-ARQ-CONTESTACAO
           IF  FS-OK
               PERFORM 7913-LER-ARQ-CONTESTACAO-CHAVE
               MOVE W-CTS-REG-SALVO    TO REG-ARQ-CONTESTACAO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   PERFORM 7917-REGRAVAR-ARQ-CONTESTACAO
               END-IF
               PERFORM 7919-FECHAR-ARQ-CONTESTACAO
           END-IF

           IF  CTS-DEFERIDA
               MOVE "Contestacao deferida - correcao lancada no razao!"
                                       TO W-MSGERRO
           ELSE
               MOVE "Decisao registrada!"
                                       TO W-MSGERRO
           END-IF
           PERFORM 8500-MOSTRA-AVISO
           MOVE "S"                    TO W-VOLTAR.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-RELATORIO-MENSAL           SECTION.
      *----------------------------------------------------------------*
      * Relatorio mensal das contestacoes da competencia: lista por
      * vendedor com a contagem por decisao na quebra, e resumo geral
      * por decisao com os valores reclamados e deferidos.
           MOVE "[Relatorio]"          TO W-OP
           MOVE "<Esc> Voltar"         TO W-STATUS
           INITIALIZE REG-ARQ-CONTESTACAO W-APOIO-CONTESTACAO
                      W-CAMPOS-REL-CONTEST
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTESTACAO
           ACCEPT S-CTS-COMP
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 4000-99-FIM
           END-IF
           IF  CTS-COMPETENCIA         EQUAL ZEROS
               MOVE "Competencia obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 4000-99-FIM
           END-IF
           MOVE CTS-COMPETENCIA        TO W-RLC-COMPETENCIA
                                          W-CAB-COMPETENCIA

           PERFORM 7912-ABRIR-INPUT-CONTESTACAO
           IF  NOT FS-OK
               GO TO 4000-99-FIM
           END-IF

           MOVE WID-ARQ-REL-CONTEST    TO W-ARQ-RELATO
           PERFORM 7510-ABRIR-ARQ-RELATO
           IF  NOT FS-OK
               PERFORM 7919-FECHAR-ARQ-CONTESTACAO
               GO TO 4000-99-FIM
           END-IF

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-CAPA AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
           WRITE REG-ARQ-RELATO FROM W-CAB-COLUNAS AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1

      * A chave comeca pelo vendedor: a leitura sequencial ja entrega
      * as contestacoes agrupadas por vendedor.
           PERFORM 7914-LER-PROX-ARQ-CONTESTACAO
           PERFORM UNTIL NOT FS-OK
               IF  CTS-COMPETENCIA     EQUAL W-RLC-COMPETENCIA
                   IF  CTS-VEND-CODIGO NOT EQUAL W-RLC-VEND-ATUAL
                       PERFORM 4200-QUEBRA-VENDEDOR
                       MOVE CTS-VEND-CODIGO
                                       TO W-RLC-VEND-ATUAL
                   END-IF
                   PERFORM 4100-GRAVAR-LINHA-CONTEST
               END-IF
               PERFORM 7914-LER-PROX-ARQ-CONTESTACAO
           END-PERFORM
           PERFORM 4200-QUEBRA-VENDEDOR

           IF  W-RLC-QTDE-LIDOS        EQUAL ZEROS
               WRITE REG-ARQ-RELATO FROM W-ROD-SEM-CONTEST AFTER 1
           ELSE
               WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1
               WRITE REG-ARQ-RELATO FROM W-CAB-RESUMO AFTER 1
               WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
               PERFORM VARYING W-RLC-IND FROM 1 BY 1
                         UNTIL W-RLC-IND > 4
                   MOVE W-DESC-DECISAO (W-RLC-IND)
                                       TO W-LR-DECISAO
                   MOVE W-RLC-TOT-QTDE (W-RLC-IND)
                                       TO W-LR-QTDE
                   MOVE W-RLC-TOT-RECLAMADO (W-RLC-IND)
                                       TO W-LR-RECLAMADO
                   MOVE W-RLC-TOT-DEFERIDO (W-RLC-IND)
                                       TO W-LR-DEFERIDO
                   WRITE REG-ARQ-RELATO FROM W-LIN-RESUMO AFTER 1
               END-PERFORM
           END-IF
           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 1

           PERFORM 7919-FECHAR-ARQ-CONTESTACAO
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO
           MOVE "Relatorio gravado, tecle <Enter>"
                                       TO W-MSGERRO
           PERFORM 8500-MOSTRA-AVISO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-LINHA-CONTEST       SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN CTS-ABERTA
                   MOVE 1              TO W-RLC-IND
               WHEN CTS-EM-ANALISE
                   MOVE 2              TO W-RLC-IND
               WHEN CTS-DEFERIDA
                   MOVE 3              TO W-RLC-IND
               WHEN OTHER
                   MOVE 4              TO W-RLC-IND
           END-EVALUATE

           MOVE CTS-VEND-CODIGO        TO W-LC-VEND
           MOVE CTS-SEQ                TO W-LC-SEQ
           MOVE CTS-CLIE-CODIGO        TO W-LC-CLIE
           MOVE CTS-VALOR-RECLAMADO    TO W-LC-RECLAMADO
           MOVE CTS-VALOR-DEFERIDO     TO W-LC-DEFERIDO
           MOVE W-DESC-DECISAO (W-RLC-IND)
                                       TO W-LC-SITUACAO
           MOVE CTS-MOTIVO             TO W-LC-MOTIVO
           WRITE REG-ARQ-RELATO FROM W-LIN-CONTEST AFTER 1

           ADD 1                       TO W-RLC-QTDE-LIDOS
           ADD 1                       TO W-RLC-VEND-QTDE (W-RLC-IND)
           ADD 1                       TO W-RLC-TOT-QTDE (W-RLC-IND)
           ADD CTS-VALOR-RECLAMADO
                               TO W-RLC-TOT-RECLAMADO (W-RLC-IND)
           ADD CTS-VALOR-DEFERIDO
                               TO W-RLC-TOT-DEFERIDO (W-RLC-IND).

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-QUEBRA-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      * Fecha o vendedor anterior com a contagem por decisao.
           IF  W-RLC-VEND-ATUAL        EQUAL ZEROS
               GO TO 4200-99-FIM
           END-IF

           MOVE W-RLC-VEND-ATUAL       TO W-RV-VEND
           MOVE W-RLC-VEND-QTDE (1)    TO W-RV-ABERTAS
           MOVE W-RLC-VEND-QTDE (2)    TO W-RV-ANALISE
           MOVE W-RLC-VEND-QTDE (3)    TO W-RV-DEFERIDAS
           MOVE W-RLC-VEND-QTDE (4)    TO W-RV-INDEFERIDAS
           WRITE REG-ARQ-RELATO FROM W-ROD-VENDEDOR AFTER 1
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2 AFTER 1
           INITIALIZE W-RLC-VEND-CONT.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre as contestacoes em ordem de vendedor + competencia.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO

           PERFORM 7912-ABRIR-INPUT-CONTESTACAO
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
           ELSE
               INITIALIZE CTS-CHAVE
               PERFORM 7915-START-ARQ-CONTESTACAO
               IF  FS-OK
                   PERFORM 7914-LER-PROX-ARQ-CONTESTACAO
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhuma contestacao registrada, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-CONTESTACAO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7919-FECHAR-ARQ-CONTESTACAO
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-CONTESTACAO         SECTION.
      *----------------------------------------------------------------*

           PERFORM 6400-DESCREVER-CONTESTACAO
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTESTACAO
           DISPLAY S-TELA-DECISAO
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7914-LER-PROX-ARQ-CONTESTACAO
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
       6100-BUSCAR-CONTESTACAO         SECTION.
      *----------------------------------------------------------------*
      * Captura vendedor + competencia + sequencial e posiciona a
      * contestacao.
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           INITIALIZE REG-ARQ-CONTESTACAO W-APOIO-CONTESTACAO
           DISPLAY S-CLS
           DISPLAY S-TELA-CONTESTACAO

           MOVE "N"                    TO W-RETORNAR

           ACCEPT S-CTS-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 6100-99-FIM
           END-IF
           ACCEPT S-CTS-COMP
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           ACCEPT S-CTS-SEQ
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF

           PERFORM 7912-ABRIR-INPUT-CONTESTACAO
           IF  NOT FS-OK
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF
           PERFORM 7913-LER-ARQ-CONTESTACAO-CHAVE
           PERFORM 7919-FECHAR-ARQ-CONTESTACAO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Contestacao nao encontrada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-RETORNAR
               GO TO 6100-99-FIM
           END-IF

           PERFORM 6400-DESCREVER-CONTESTACAO
           DISPLAY S-TELA-CONTESTACAO
           DISPLAY S-TELA-DECISAO.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-ACC-DECISAO                SECTION.
      *----------------------------------------------------------------*
      * Decisao: E = em analise, D = deferida, I = indeferida.
           ACCEPT S-CTS-DECISAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               IF  W-NOVA-EM-ANALISE OR W-NOVA-DEFERIDA OR
                   W-NOVA-INDEFERIDA
                   MOVE "S"            TO W-CAMPO-VALIDADO
               ELSE
                   MOVE "Decisao invalida (E/D/I), tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-OBTER-PROX-SEQ             SECTION.
      *----------------------------------------------------------------*
      * Proximo sequencial de contestacao do vendedor + competencia:
      * varre as existentes e guarda a maior + 1, preservando a
      * contestacao digitada na area do FD.
           MOVE ZEROS                  TO W-CTS-PROX-SEQ
           MOVE REG-ARQ-CONTESTACAO    TO W-CTS-REG-SALVO

           PERFORM 7911-ABRIR-ARQ-CONTESTACAO
           IF  NOT FS-OK
               MOVE 1                  TO W-CTS-PROX-SEQ
               MOVE W-CTS-REG-SALVO    TO REG-ARQ-CONTESTACAO
               GO TO 6300-99-FIM
           END-IF

           MOVE CTS-VEND-CODIGO        TO W-CTS-VEND-BUSCA
           MOVE CTS-COMPETENCIA        TO W-CTS-COMP-BUSCA
           MOVE ZEROS                  TO CTS-SEQ
           PERFORM 7915-START-ARQ-CONTESTACAO
           IF  FS-OK
               PERFORM 7914-LER-PROX-ARQ-CONTESTACAO
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR CTS-VEND-CODIGO NOT EQUAL W-CTS-VEND-BUSCA
                      OR CTS-COMPETENCIA NOT EQUAL W-CTS-COMP-BUSCA
               MOVE CTS-SEQ            TO W-CTS-PROX-SEQ
               PERFORM 7914-LER-PROX-ARQ-CONTESTACAO
           END-PERFORM
           PERFORM 7919-FECHAR-ARQ-CONTESTACAO

           MOVE W-CTS-REG-SALVO        TO REG-ARQ-CONTESTACAO
           ADD 1                       TO W-CTS-PROX-SEQ.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6400-DESCREVER-CONTESTACAO      SECTION.
      *----------------------------------------------------------------*

           MOVE CTS-VEND-CODIGO        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-CTS-VEND-DESC
           ELSE
               MOVE SPACES             TO W-CTS-VEND-DESC
           END-IF

           IF  CTS-CLIE-CODIGO         EQUAL ZEROS
               MOVE "(demonstrativo completo)"
                                       TO W-CTS-CLIE-DESC
           ELSE
               MOVE CTS-CLIE-CODIGO    TO CLIE-CODIGO
               PERFORM 7151-LER-ARQ-CLIE-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE CLIE-RAZAO-SOCIAL
                                       TO W-CTS-CLIE-DESC
               ELSE
                   MOVE SPACES         TO W-CTS-CLIE-DESC
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CTS-ABERTA
                   MOVE "ABERTA"       TO W-CTS-SIT-DESC
               WHEN CTS-EM-ANALISE
                   MOVE "EM ANALISE"   TO W-CTS-SIT-DESC
               WHEN CTS-DEFERIDA
                   MOVE "DEFERIDA"     TO W-CTS-SIT-DESC
               WHEN OTHER
                   MOVE "INDEFERIDA"   TO W-CTS-SIT-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6500-SITUACAO-RAZAO             SECTION.
      *----------------------------------------------------------------*
      * Situacao atual do item do razao do vendedor + competencia da
      * contestacao; espacos quando a competencia ainda nao foi
      * apurada.
           MOVE SPACES                 TO W-CTS-LIQ-SIT

           PERFORM 7420-ABRIR-ARQ-LIQUID
           IF  NOT FS-OK
               GO TO 6500-99-FIM
           END-IF
           MOVE CTS-VEND-CODIGO        TO LIQ-VEND-CODIGO
           MOVE CTS-COMPETENCIA        TO LIQ-COMPETENCIA
           PERFORM 7423-LER-ARQ-LIQUID-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE LIQ-SITUACAO       TO W-CTS-LIQ-SIT
           END-IF
           PERFORM 7429-FECHAR-ARQ-LIQUID.

      *----------------------------------------------------------------*
       6500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6600-REABRIR-RAZAO              SECTION.
      *----------------------------------------------------------------*
      * Devolve para aberto o item aprovado que recebeu contestacao.
           PERFORM 7420-ABRIR-ARQ-LIQUID
           IF  NOT FS-OK
               GO TO 6600-99-FIM
           END-IF
           MOVE CTS-VEND-CODIGO        TO LIQ-VEND-CODIGO
           MOVE CTS-COMPETENCIA        TO LIQ-COMPETENCIA
           PERFORM 7423-LER-ARQ-LIQUID-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S" AND LIQ-APROVADA
               SET LIQ-ABERTA          TO TRUE
               MOVE W-OPERADOR         TO LIQ-OPERADOR
               PERFORM 7427-REGRAVAR-ARQ-LIQUID
           END-IF
           PERFORM 7429-FECHAR-ARQ-LIQUID.

      *----------------------------------------------------------------*
       6600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6700-LANCAR-CORRECAO            SECTION.
      *----------------------------------------------------------------*
      * Contestacao deferida: lanca o ajuste de correcao com o valor
      * deferido no razao do vendedor + competencia e recompoe os
      * totais do item (criado zerado se a competencia ainda nao foi
      * apurada), que volta para aberto.
           PERFORM 6710-OBTER-PROX-SEQ-AJUSTE

           PERFORM 7430-ABRIR-ARQ-AJUSTE
           IF  NOT FS-OK
               GO TO 6700-99-FIM
           END-IF
           INITIALIZE REG-ARQ-AJUSTE-COM
           MOVE CTS-VEND-CODIGO        TO AJU-VEND-CODIGO
           MOVE CTS-COMPETENCIA        TO AJU-COMPETENCIA
           MOVE W-CTS-AJU-PROX-SEQ     TO AJU-SEQ
           SET AJU-CORRECAO            TO TRUE
           MOVE CTS-VALOR-DEFERIDO     TO AJU-VALOR
           MOVE CTS-SEQ                TO W-CTS-SEQ-EDIT
           STRING "Contestacao " W-CTS-SEQ-EDIT " deferida: "
                  CTS-MOTIVO
                  DELIMITED BY SIZE  INTO AJU-MOTIVO
           ACCEPT AJU-DATA             FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO AJU-OPERADOR
           PERFORM 7436-GRAVAR-ARQ-AJUSTE
           PERFORM 7439-FECHAR-ARQ-AJUSTE
           MOVE W-CTS-AJU-PROX-SEQ     TO CTS-AJU-SEQ

           PERFORM 7420-ABRIR-ARQ-LIQUID
           IF  NOT FS-OK
               GO TO 6700-99-FIM
           END-IF
           MOVE CTS-VEND-CODIGO        TO LIQ-VEND-CODIGO
           MOVE CTS-COMPETENCIA        TO LIQ-COMPETENCIA
           PERFORM 7423-LER-ARQ-LIQUID-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "N"
               INITIALIZE REG-ARQ-LIQUID
               MOVE CTS-VEND-CODIGO    TO LIQ-VEND-CODIGO
               MOVE CTS-COMPETENCIA    TO LIQ-COMPETENCIA
               ACCEPT LIQ-DATA-CALCULO FROM DATE YYYYMMDD
           END-IF
           ADD CTS-VALOR-DEFERIDO      TO LIQ-VALOR-AJUSTES
           COMPUTE LIQ-VALOR-FINAL =
                   LIQ-VALOR-CALCULADO + LIQ-VALOR-AJUSTES
           SET LIQ-ABERTA              TO TRUE
           MOVE W-OPERADOR             TO LIQ-OPERADOR
           IF  W-REG-ENCONTRADO        EQUAL "S"
               PERFORM 7427-REGRAVAR-ARQ-LIQUID
           ELSE
               PERFORM 7426-GRAVAR-ARQ-LIQUID
           END-IF
           PERFORM 7429-FECHAR-ARQ-LIQUID.

      *----------------------------------------------------------------*
       6700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6710-OBTER-PROX-SEQ-AJUSTE      SECTION.
      *----------------------------------------------------------------*
      * Proximo sequencial de ajuste do vendedor + competencia (mesma
      * varredura de 6300-OBTER-PROX-SEQ no GCC103P).
           MOVE 1                      TO W-CTS-AJU-PROX-SEQ

           PERFORM 7430-ABRIR-ARQ-AJUSTE
           IF  NOT FS-OK
               GO TO 6710-99-FIM
           END-IF

           INITIALIZE AJU-CHAVE
           MOVE CTS-VEND-CODIGO        TO AJU-VEND-CODIGO
           MOVE CTS-COMPETENCIA        TO AJU-COMPETENCIA
           PERFORM 7435-START-ARQ-AJUSTE-ASC
           IF  FS-OK
               PERFORM 7434-LER-PROX-ARQ-AJUSTE
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR AJU-VEND-CODIGO NOT EQUAL CTS-VEND-CODIGO
                      OR AJU-COMPETENCIA NOT EQUAL CTS-COMPETENCIA
               COMPUTE W-CTS-AJU-PROX-SEQ = AJU-SEQ + 1
               PERFORM 7434-LER-PROX-ARQ-AJUSTE
           END-PERFORM
           PERFORM 7439-FECHAR-ARQ-AJUSTE.

      *----------------------------------------------------------------*
       6710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas da liquidacao de comissoes
       COPY ".\copybooks\GCC103R.cpy".
      * Rotinas contestacoes de comissao
       COPY ".\copybooks\GCC165R.cpy".
      * Rotinas arquivo relatorio e importacao
       COPY ".\copybooks\GCC021R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
