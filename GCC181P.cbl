      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC181P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC181P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Cadastro do checklist de execucao no ponto  *
      *                  de venda (auditoria de loja) por segmento do  *
      *                  cliente: presenca na gondola, preco, ruptura  *
      *                  e material de PDV, com resposta sim/nao ou    *
      *                  numerica e o criterio de conformidade. As     *
      *                  respostas vem da visita (GCC052P) e do lote   *
      *                  de campo (GCC127P) e alimentam o relatorio de *
      *                  conformidade (GCC183P).                       *
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

      * Checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181FC.cpy".

      * Respostas do checklist por visita
       COPY ".\copybooks\GCC182FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181FD.cpy".

      * Respostas do checklist por visita
       COPY ".\copybooks\GCC182FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Tabela do checklist ativo do segmento
       COPY ".\copybooks\GCC181W.cpy".

      * Quantidade de respostas ja gravadas para o item (trava a
      * exclusao).
       01  W-CAMPOS-CHECKLIST.
           05  W-CKC-QTDE-RESPOSTAS    PIC 9(05) VALUE ZEROS.
           05  W-CKC-QTDE-RESPOSTAS-ED PIC ZZ.ZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela cadastro do checklist
       COPY ".\copybooks\GCC181S.cpy".
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
               INITIALIZE REG-ARQ-CHECKLIST
               MOVE "Checklist do Ponto de Venda"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      -             " <F5> Listar"     TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-CHECKLIST
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
       1000-INCLUIR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-CHECKLIST
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CHECKLIST

           PERFORM 6050-CAPTURAR-CHAVE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 1000-99-FIM
           END-IF

           IF  CKL-SEGMENTO            EQUAL SPACE
           OR  CKL-ITEM                EQUAL ZEROS
               MOVE "Segmento e item obrigatorios, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           PERFORM 6900-LER-CKL-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE "Item ja cadastrado no segmento, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 1000-99-FIM
           END-IF

           MOVE "A"                    TO CKL-SITUACAO
           PERFORM 6100-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CKL-DATA-CADASTRO FROM DATE YYYYMMDD
               MOVE CKL-DATA-CADASTRO TO CKL-DATA-ALTERACAO
               MOVE W-OPERADOR         TO CKL-OPERADOR
               PERFORM 7200-ABRIR-ARQ-CHECKLIST
               PERFORM 7205-GRAVAR-ARQ-CHECKLIST
               IF  FS-OK
                   MOVE "Item incluido com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7209-FECHAR-ARQ-CHECKLIST
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-CHECKLIST
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CHECKLIST

           PERFORM 6050-CAPTURAR-CHAVE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6900-LER-CKL-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Item nao cadastrado no segmento, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 2000-99-FIM
           END-IF

           PERFORM 6100-CAPTURAR-CAMPOS
           IF  W-CAMPO-VALIDADO        NOT EQUAL "S"
               GO TO 2000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               ACCEPT CKL-DATA-ALTERACAO FROM DATE YYYYMMDD
               MOVE W-OPERADOR         TO CKL-OPERADOR
               PERFORM 7200-ABRIR-ARQ-CHECKLIST
               PERFORM 7206-REGRAVAR-ARQ-CHECKLIST
               IF  FS-OK
                   MOVE "Item alterado com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7209-FECHAR-ARQ-CHECKLIST
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*
      * O item so sai do cadastro sem resposta gravada em visita
      * alguma; com respostas, o caminho e inativa-lo em <F2>.
           INITIALIZE REG-ARQ-CHECKLIST
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CHECKLIST

           PERFORM 6050-CAPTURAR-CHAVE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
               GO TO 3000-99-FIM
           END-IF

           PERFORM 6900-LER-CKL-CONSULTA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Item nao cadastrado no segmento, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           DISPLAY S-TELA-CHECKLIST

           PERFORM 6300-CONTAR-RESPOSTAS
           IF  W-CKC-QTDE-RESPOSTAS    GREATER ZEROS
               MOVE W-CKC-QTDE-RESPOSTAS
                                       TO W-CKC-QTDE-RESPOSTAS-ED
               STRING "Item com" W-CKC-QTDE-RESPOSTAS-ED
                      " respostas; inative em <F2>, tecle <Enter>"
                      DELIMITED BY SIZE INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 3000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 7200-ABRIR-ARQ-CHECKLIST
               PERFORM 7207-EXCLUIR-ARQ-CHECKLIST
               IF  FS-OK
                   MOVE "Item excluido com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
               PERFORM 7209-FECHAR-ARQ-CHECKLIST
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre o cadastro em ordem de segmento e item com <PgDn>.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO

           OPEN INPUT ARQ-CHECKLIST
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Checklist sem itens cadastrados, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               MOVE LOW-VALUES          TO CKL-CHAVE
               PERFORM 7204-START-ARQ-CHECKLIST-ASC
               IF  FS-OK
                   PERFORM 7203-LER-PROX-ARQ-CHECKLIST
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Checklist sem itens cadastrados, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-REGISTRO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7209-FECHAR-ARQ-CHECKLIST
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY S-CLS
           DISPLAY S-TELA-CHECKLIST
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7203-LER-PROX-ARQ-CHECKLIST
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
       6050-CAPTURAR-CHAVE             SECTION.
      *----------------------------------------------------------------*
      * Segmento (maiusculo) e item; <Esc> em qualquer dos dois
      * devolve COB-CRT-STATUS = <Esc> ao chamador.
           ACCEPT S-CKL-SEGMENTO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6050-99-FIM
           END-IF
           INSPECT CKL-SEGMENTO CONVERTING "abc" TO "ABC"
           DISPLAY S-CKL-SEGMENTO

           ACCEPT S-CKL-ITEM.

      *----------------------------------------------------------------*
       6050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-CAPTURAR-CAMPOS            SECTION.
      *----------------------------------------------------------------*
      * Pergunta, tipo, criterio de conformidade conforme o tipo e
      * situacao; <Esc> em qualquer campo abandona a operacao
      * (W-CAMPO-VALIDADO = "N").
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-CHECKLIST

           ACCEPT S-CKL-PERGUNTA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF
           IF  CKL-PERGUNTA            EQUAL SPACES
               MOVE "Pergunta obrigatoria, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6100-99-FIM
           END-IF

           PERFORM 6110-VALIDAR-TIPO
                   UNTIL CKL-TIPO-VALIDO
                      OR COB-CRT-STATUS   EQUAL COB-SCR-ESC
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           IF  CKL-TIPO-SIM-NAO
               MOVE ZEROS              TO CKL-MINIMO
               DISPLAY S-CKL-MINIMO
               PERFORM 6130-VALIDAR-ESPERADA
                       UNTIL CKL-ESPERADA EQUAL "S" OR "N"
                          OR COB-CRT-STATUS EQUAL COB-SCR-ESC
           ELSE
               MOVE SPACE              TO CKL-ESPERADA
               DISPLAY S-CKL-ESPERADA
               ACCEPT S-CKL-MINIMO
           END-IF
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           PERFORM 6120-VALIDAR-SITUACAO
                   UNTIL CKL-SITUACAO-VALIDA
                      OR COB-CRT-STATUS   EQUAL COB-SCR-ESC
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6100-99-FIM
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6110-VALIDAR-TIPO               SECTION.
      *----------------------------------------------------------------*
      * S = resposta sim/nao, N = resposta numerica.
           ACCEPT S-CKL-TIPO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6110-99-FIM
           END-IF

           INSPECT CKL-TIPO CONVERTING "sn" TO "SN"

           IF  NOT CKL-TIPO-VALIDO
               MOVE "Tipo invalido (S ou N), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6120-VALIDAR-SITUACAO           SECTION.
      *----------------------------------------------------------------*
      * A = ativo (entra no checklist da visita), I = inativo.
           ACCEPT S-CKL-SITUACAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6120-99-FIM
           END-IF

           INSPECT CKL-SITUACAO CONVERTING "ai" TO "AI"

           IF  NOT CKL-SITUACAO-VALIDA
               MOVE "Situacao invalida (A ou I), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6130-VALIDAR-ESPERADA           SECTION.
      *----------------------------------------------------------------*
      * Resposta sim/nao considerada conforme (S ou N).
           ACCEPT S-CKL-ESPERADA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 6130-99-FIM
           END-IF

           INSPECT CKL-ESPERADA CONVERTING "sn" TO "SN"

           IF  CKL-ESPERADA        NOT EQUAL "S" AND NOT EQUAL "N"
               MOVE "Resposta esperada invalida (S ou N), tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       6130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-CONTAR-RESPOSTAS           SECTION.
      *----------------------------------------------------------------*
      * Respostas gravadas em visitas para o segmento e item
      * correntes.
           MOVE ZEROS                  TO W-CKC-QTDE-RESPOSTAS

           OPEN INPUT ARQ-CHECK-RESP
           IF  FS-OK
               PERFORM 7303-LER-PROX-ARQ-CHECK-RESP
               PERFORM UNTIL NOT FS-OK
                   IF  CKR-SEGMENTO    EQUAL CKL-SEGMENTO
                   AND CKR-ITEM        EQUAL CKL-ITEM
                       ADD 1           TO W-CKC-QTDE-RESPOSTAS
                   END-IF
                   PERFORM 7303-LER-PROX-ARQ-CHECK-RESP
               END-PERFORM
               PERFORM 7309-FECHAR-ARQ-CHECK-RESP
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6900-LER-CKL-CONSULTA          SECTION.
      *----------------------------------------------------------------*
      * Leitura pontual por segmento e item com abre-e-fecha,
      * preservando a chave digitada na tela.
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-CHECKLIST
           IF  FS-OK
               PERFORM 7202-LER-ARQ-CHECKLIST-CHAVE
               PERFORM 7209-FECHAR-ARQ-CHECKLIST
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas checklist de execucao no ponto de venda
       COPY ".\copybooks\GCC181R.cpy".
      * Rotinas respostas do checklist por visita
       COPY ".\copybooks\GCC182R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
