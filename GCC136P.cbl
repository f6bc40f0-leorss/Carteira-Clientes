      *                  com CPF e valor final) e processa o arquivo   *
      *                  de retorno da folha, marcando como pagas as   *
      *                  liquidacoes aceitas e relatando as linhas     *
      *                  rejeitadas para correcao e reenvio.           *
      *                  O override dos supervisores (razao proprio,   *
      *                  GCC163P) segue junto no mesmo arquivo, em     *
      *                  registros tipo S com o CPF do cadastro de     *
      *                  supervisores; o retorno devolve tipo S para   *
      *                  baixar o razao dos supervisores.              *
      *                  A indenizacao de representante aprovada no    *
      *                  GCC164P vai como evento proprio (tipo I) na   *
      *                  competencia da folha definida no aceite, e o  *
      *                  retorno tipo I a marca como paga.             *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.

      * Arquivo vendedores
       COPY ".\copybooks\GCC012FC.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * CPF dos supervisores
       COPY ".\copybooks\GCC214FC.cpy".
      * Indenizacao de representante no desligamento
       COPY ".\copybooks\GCC164FC.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FC.cpy".


      * Arquivo vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * CPF dos supervisores
       COPY ".\copybooks\GCC214FD.cpy".
      * Indenizacao de representante no desligamento
       COPY ".\copybooks\GCC164FD.cpy".
      * Razao de liquidacao de comissoes e lancamentos de ajuste
       COPY ".\copybooks\GCC103FD.cpy".

      * Saida para a folha: header (H + data + competencia), detalhes
      * (D + vendedor + CPF + sinal + valor final; S no lugar de D para
      * o override de supervisor, com o codigo do supervisor; I para
      * a indenizacao de representante no desligamento) e trailer
      * (T + contagem + sinal + total, somando todos os tipos).
       FD  ARQ-FOLHA-SAIDA.
       01  REG-ARQ-FOLHA-SAIDA         PIC X(060).

      * Retorno da folha: R (vendedor), S (supervisor) ou I
      * (indenizacao) + codigo + CPF + situacao (OK aceito, RJ
      * rejeitado) + motivo livre.
       FD  ARQ-FOLHA-RET.
       01  REG-ARQ-FOLHA-RET.
           02 RET-TIPO                 PIC  X(001).

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos cadastro de supervisores
       COPY ".\copybooks\GCC059W.cpy".

       01  W-FILTROS-FOLHA.
           05  W-FOL-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  W-FOL-RET-REJEIT        PIC 9(05) VALUE ZEROS.
           05  W-FOL-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-FOL-OBS               PIC X(040) VALUE SPACES.
      * Razao percorrido no momento: V = vendedores, S = override dos
      * supervisores (mesmo FD, nome do arquivo trocado), I =
      * indenizacoes de representante.
           05  W-FOL-RAZAO             PIC X(01) VALUE "V".
               88 W-FOL-RAZAO-SUPERV             VALUE "S".
               88 W-FOL-RAZAO-INDENIZ            VALUE "I".
           05  W-FOL-NOME-LIQUID-VEND  PIC X(40) VALUE SPACES.

      * Competencia recebida do orquestrador de fim de mes (GCC113P)
      * pela variavel de ambiente CARTEIRA_COMPETENCIA no modo batch.
           05 FILLER                   PIC X(45) VALUE SPACES.

       01  W-FOLHA-DETALHE.
           05 W-FD-TIPO                PIC X(01) VALUE "D".
           05 W-FD-VENDEDOR            PIC 9(07).
           05 W-FD-CPF                 PIC 9(11).
           05 W-FD-SINAL               PIC X(01).
           SET ENVIRONMENT 'ESCDELAY'              TO '25'
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           MOVE WID-ARQ-LIQUID         TO W-FOL-NOME-LIQUID-VEND

           MOVE "Interface Folha"      TO W-MODULO
           MOVE "N"                    TO W-VOLTAR
               END-IF
               PERFORM 7424-LER-PROX-ARQ-LIQUID
           END-PERFORM
           PERFORM 7429-FECHAR-ARQ-LIQUID

           PERFORM 2200-GERAR-OVERRIDE-SUPERV
           PERFORM 2300-GERAR-INDENIZACOES

           MOVE W-FOL-CONTAGEM         TO W-FT-CONTAGEM
           IF  W-FOL-TOTAL             LESS ZEROS
           WRITE REG-ARQ-FOLHA-SAIDA   FROM W-FOLHA-TRAILER

           CLOSE ARQ-FOLHA-SAIDA

           IF  LK-PARAM                EQUAL "B"
               DISPLAY "GCC136P - Interface da folha gerada"
               GO TO 2100-99-FIM
           END-IF

           MOVE "D"                    TO W-FD-TIPO
           MOVE LIQ-VEND-CODIGO        TO W-FD-VENDEDOR
           MOVE VEND-CPF               TO W-FD-CPF
           PERFORM 2110-GRAVAR-VALOR.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-GRAVAR-VALOR               SECTION.
      *----------------------------------------------------------------*
      * Sinal, valor final em centavos e acumulo do trailer, comum aos
      * detalhes de vendedor e de supervisor.
           IF  LIQ-VALOR-FINAL         LESS ZEROS
               MOVE "-"                TO W-FD-SINAL
           ELSE
           ADD LIQ-VALOR-FINAL         TO W-FOL-TOTAL.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-GERAR-OVERRIDE-SUPERV      SECTION.
      *----------------------------------------------------------------*
      * Override dos supervisores aprovado na competencia, com a mesma
      * regra do razao dos vendedores. Razao ainda inexistente (o
      * override nunca foi apurado) nao e erro: nada a enviar.
           MOVE WID-ARQ-LIQUID-SUP     TO WID-ARQ-LIQUID
           OPEN INPUT ARQ-LIQUID
           IF  NOT FS-OK
               MOVE W-FOL-NOME-LIQUID-VEND
                                       TO WID-ARQ-LIQUID
               GO TO 2200-99-FIM
           END-IF

           OPEN INPUT ARQ-SUPERVISOR

           PERFORM 7424-LER-PROX-ARQ-LIQUID
           PERFORM UNTIL NOT FS-OK
               IF  LIQ-COMPETENCIA     EQUAL W-FOL-COMPETENCIA
                   IF  LIQ-APROVADA
                       PERFORM 2210-GRAVAR-DETALHE-SUPERV
                   ELSE
                       ADD 1           TO W-FOL-NAO-APROV
                   END-IF
               END-IF
               PERFORM 7424-LER-PROX-ARQ-LIQUID
           END-PERFORM

           PERFORM 7095-FECHAR-ARQ-SUPERV
           PERFORM 7429-FECHAR-ARQ-LIQUID
           MOVE W-FOL-NOME-LIQUID-VEND TO WID-ARQ-LIQUID.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-GRAVAR-DETALHE-SUPERV      SECTION.
      *----------------------------------------------------------------*
      * Supervisor fora do cadastro ou sem CPF informado fica fora do
      * arquivo e entra na mesma contagem dos vendedores sem cadastro.
           MOVE LIQ-VEND-CODIGO        TO SUP-CODIGO
           MOVE "N"                    TO W-REG-ENCONTRADO
           PERFORM 7061-LER-ARQ-SUPERV-CHAVE
           MOVE ZEROS                  TO SCPF-CPF
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE SUP-CODIGO         TO SCPF-SUP-CODIGO
               PERFORM 7234-OBTER-CPF-SUPERV
           END-IF
           IF  W-REG-ENCONTRADO        NOT EQUAL "S" OR
               SCPF-CPF                NOT NUMERIC OR
               SCPF-CPF                EQUAL ZEROS
               ADD 1                   TO W-FOL-SEM-CPF
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2210-99-FIM
           END-IF

           MOVE "S"                    TO W-FD-TIPO
           MOVE LIQ-VEND-CODIGO        TO W-FD-VENDEDOR
           MOVE SCPF-CPF               TO W-FD-CPF
           PERFORM 2110-GRAVAR-VALOR.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-GERAR-INDENIZACOES         SECTION.
      *----------------------------------------------------------------*
      * Indenizacoes aprovadas para a competencia da folha, com o CPF
      * do cadastro de vendedores; arquivo inexistente = nenhuma.
           OPEN INPUT ARQ-INDENIZ
           IF  NOT FS-OK
               GO TO 2300-99-FIM
           END-IF

           PERFORM 7894-LER-PROX-ARQ-INDENIZ
           PERFORM UNTIL NOT FS-OK
               IF  IND-APROVADA AND
                   IND-COMPETENCIA-FOLHA EQUAL W-FOL-COMPETENCIA
                   PERFORM 2310-GRAVAR-DETALHE-INDENIZ
               END-IF
               PERFORM 7894-LER-PROX-ARQ-INDENIZ
           END-PERFORM

           PERFORM 7899-FECHAR-ARQ-INDENIZ.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-GRAVAR-DETALHE-INDENIZ     SECTION.
      *----------------------------------------------------------------*

           MOVE IND-VEND-CODIGO        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               ADD 1                   TO W-FOL-SEM-CPF
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 2310-99-FIM
           END-IF

           MOVE "I"                    TO W-FD-TIPO
           MOVE IND-VEND-CODIGO        TO W-FD-VENDEDOR
           MOVE VEND-CPF               TO W-FD-CPF
           MOVE "+"                    TO W-FD-SINAL
           COMPUTE W-FD-VALOR = IND-VALOR-FINAL * 100
           WRITE REG-ARQ-FOLHA-SAIDA   FROM W-FOLHA-DETALHE

           ADD 1                       TO W-FOL-CONTAGEM
           ADD IND-VALOR-FINAL         TO W-FOL-TOTAL
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*

           ACCEPT W-FOL-DATA-HOJE      FROM DATE YYYYMMDD

           MOVE "V"                    TO W-FOL-RAZAO
           READ ARQ-FOLHA-RET NEXT
           PERFORM UNTIL NOT FS-OK
               IF  RET-TIPO            EQUAL "R"
               END-IF
               READ ARQ-FOLHA-RET NEXT
           END-PERFORM
           PERFORM 7429-FECHAR-ARQ-LIQUID
           CLOSE ARQ-FOLHA-RET

           PERFORM 3300-RETORNO-OVERRIDE-SUPERV
           PERFORM 3400-RETORNO-INDENIZACOES

           WRITE REG-ARQ-RELATO FROM W-TRACOS-1 AFTER 2
           PERFORM 7590-FECHAR-ARQ-RELATO
           PERFORM 8600-ENVIAR-RELATORIO

           STRING "Retorno: " W-FOL-RET-PAGOS " pagas, "
                  W-FOL-RET-REJEIT " rejeitadas, tecle <Enter>"
           MOVE SPACES                 TO W-FOL-OBS

           IF  RET-ACEITO
               IF  W-FOL-RAZAO-INDENIZ
                   PERFORM 3410-MARCAR-INDENIZ-PAGA
               ELSE
                   PERFORM 3200-MARCAR-PAGA
               END-IF
               GO TO 3100-99-FIM
           END-IF

           ADD 1                       TO W-FOL-RET-REJEIT

      * Conferencia local: aponta ao operador se o CPF do cadastro
      * diverge do enviado ou se o vendedor (ou supervisor) nem existe
      * mais.
           IF  W-FOL-RAZAO-SUPERV
               MOVE RET-VEND-CODIGO    TO SUP-CODIGO
               MOVE "N"                TO W-REG-ENCONTRADO
               PERFORM 7061-LER-ARQ-SUPERV-CHAVE
               IF  W-REG-ENCONTRADO    NOT EQUAL "S"
                   MOVE "SUPERVISOR SEM CADASTRO"
                                       TO W-FOL-OBS
               ELSE
                   MOVE SUP-CODIGO     TO SCPF-SUP-CODIGO
                   PERFORM 7234-OBTER-CPF-SUPERV
                   IF  SCPF-CPF        NOT EQUAL RET-CPF
                       MOVE "CPF DO CADASTRO DIVERGE DO ENVIADO"
                                       TO W-FOL-OBS
                   ELSE
                       MOVE "CORRIGIR NA FOLHA E REENVIAR"
                                       TO W-FOL-OBS
                   END-IF
               END-IF
           ELSE
               MOVE RET-VEND-CODIGO    TO VEND-CODIGO
               PERFORM 7251-LER-ARQ-VEND-CODIGO
               IF  W-REG-ENCONTRADO    NOT EQUAL "S"
                   MOVE "VENDEDOR SEM CADASTRO"
                                       TO W-FOL-OBS
               ELSE
                   IF  VEND-CPF        NOT EQUAL RET-CPF
                       MOVE "CPF DO CADASTRO DIVERGE DO ENVIADO"
                                       TO W-FOL-OBS
                   ELSE
                       MOVE "CORRIGIR NA FOLHA E REENVIAR"
                                       TO W-FOL-OBS
                   END-IF
               END-IF
           END-IF

       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-RETORNO-OVERRIDE-SUPERV    SECTION.
      *----------------------------------------------------------------*
      * Segunda passada no retorno, so para as linhas tipo S, com o
      * razao dos supervisores aberto no lugar do dos vendedores.
           MOVE WID-ARQ-LIQUID-SUP     TO WID-ARQ-LIQUID
           OPEN I-O ARQ-LIQUID
           IF  NOT FS-OK
               MOVE W-FOL-NOME-LIQUID-VEND
                                       TO WID-ARQ-LIQUID
               GO TO 3300-99-FIM
           END-IF

           OPEN INPUT ARQ-FOLHA-RET
           IF  NOT FS-OK
               PERFORM 7429-FECHAR-ARQ-LIQUID
               MOVE W-FOL-NOME-LIQUID-VEND
                                       TO WID-ARQ-LIQUID
               GO TO 3300-99-FIM
           END-IF

           OPEN INPUT ARQ-SUPERVISOR
           MOVE "S"                    TO W-FOL-RAZAO
           READ ARQ-FOLHA-RET NEXT
           PERFORM UNTIL NOT FS-OK
               IF  RET-TIPO            EQUAL "S"
                   PERFORM 3100-TRATAR-LINHA-RET
               END-IF
               READ ARQ-FOLHA-RET NEXT
           END-PERFORM

           PERFORM 7095-FECHAR-ARQ-SUPERV
           PERFORM 7429-FECHAR-ARQ-LIQUID
           CLOSE ARQ-FOLHA-RET
           MOVE "V"                    TO W-FOL-RAZAO
           MOVE W-FOL-NOME-LIQUID-VEND TO WID-ARQ-LIQUID.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-RETORNO-INDENIZACOES       SECTION.
      *----------------------------------------------------------------*
      * Terceira passada no retorno, so para as linhas tipo I, com o
      * arquivo de indenizacoes aberto para a baixa.
           OPEN I-O ARQ-INDENIZ
           IF  NOT FS-OK
               GO TO 3400-99-FIM
           END-IF

           OPEN INPUT ARQ-FOLHA-RET
           IF  NOT FS-OK
               PERFORM 7899-FECHAR-ARQ-INDENIZ
               GO TO 3400-99-FIM
           END-IF

           MOVE "I"                    TO W-FOL-RAZAO
           READ ARQ-FOLHA-RET NEXT
           PERFORM UNTIL NOT FS-OK
               IF  RET-TIPO            EQUAL "I"
                   PERFORM 3100-TRATAR-LINHA-RET
               END-IF
               READ ARQ-FOLHA-RET NEXT
           END-PERFORM

           PERFORM 7899-FECHAR-ARQ-INDENIZ
           CLOSE ARQ-FOLHA-RET
           MOVE "V"                    TO W-FOL-RAZAO.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-MARCAR-INDENIZ-PAGA        SECTION.
      *----------------------------------------------------------------*

           MOVE RET-VEND-CODIGO        TO IND-VEND-CODIGO
           PERFORM 7893-LER-ARQ-INDENIZ-CHAVE
           IF  W-REG-ENCONTRADO        EQUAL "S" AND
               (IND-APROVADA OR IND-PAGA)
               IF  IND-APROVADA
                   SET IND-PAGA        TO TRUE
                   MOVE W-FOL-DATA-HOJE
                                       TO IND-DATA-PAGAMENTO
                   PERFORM 7897-REGRAVAR-ARQ-INDENIZ
               END-IF
               ADD 1                   TO W-FOL-RET-PAGOS
           ELSE
               ADD 1                   TO W-FOL-RET-REJEIT
               MOVE RET-VEND-CODIGO    TO W-LR-VENDEDOR
               MOVE RET-CPF            TO W-LR-CPF
               MOVE RET-SITUACAO       TO W-LR-SITUACAO
               MOVE "SEM INDENIZACAO APROVADA"
                                       TO W-LR-MOTIVO
               MOVE SPACES             TO W-LR-OBS
               WRITE REG-ARQ-RELATO FROM W-LIN-RETORNO AFTER 1
           END-IF.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas CPF dos supervisores
       COPY ".\copybooks\GCC214R.cpy".
      * Rotinas indenizacao de representante no desligamento
       COPY ".\copybooks\GCC164R.cpy".
      * Rotinas da liquidacao de comissoes
       COPY ".\copybooks\GCC103R.cpy".
      * Rotinas arquivo relatorio e importacao
