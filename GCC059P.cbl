      *                  acima dos vendedores; cada vendedor aponta    *
      *                  seu supervisor em VEND-SUPERVISOR e os        *
      *                  relatorios de carga e o painel geral somam    *
      *                  os numeros por equipe. O CPF do supervisor    *
      *                  identifica o pagamento do override na folha;  *
      *                  fica no arquivo ARQ-SUP-CPF (GCC214), com o   *
      *                  mesmo codigo do supervisor.                   *
      *                  CPF e contatos exibidos conforme a politica   *
      *                  de mascaramento do perfil (GCC206P).          *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.

      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FC.cpy".
      * CPF dos supervisores
       COPY ".\copybooks\GCC214FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.

      * Cadastro de supervisores
       COPY ".\copybooks\GCC059FD.cpy".
      * CPF dos supervisores
       COPY ".\copybooks\GCC214FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       COPY ".\copybooks\GCC8700W.cpy".
      * Campos cadastro de supervisores
       COPY ".\copybooks\GCC059W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           PERFORM UNTIL W-FIM EQUAL "S"
               MOVE "N"                TO W-VOLTAR
               INITIALIZE REG-ARQ-SUPERVISOR
                          REG-ARQ-SUP-CPF
               MOVE "Cadastro Supervisor"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Incluir <F2> Alterar <F3> Excluir
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-SUPERVISOR
                      REG-ARQ-SUP-CPF
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
                       ACCEPT S-SUP-NOME
                       ACCEPT S-SUP-TELEFONE
                       ACCEPT S-SUP-EMAIL
                       ACCEPT S-SUP-CPF
                       PERFORM 8100-CONFIRMA
                       IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                           PERFORM 7030-ABRIR-ARQ-SUPERV
                           WRITE REG-ARQ-SUPERVISOR
                           IF  FS-OK
                               PERFORM 7066-ATUALIZAR-CPF-SUPERV
                               MOVE "Registro inserido com sucesso!"
                                       TO W-MSGERRO
                           ELSE
      *----------------------------------------------------------------*
       2000-ALTERAR                   SECTION.
      *----------------------------------------------------------------*
      * Perfil que nao ve telefone e e-mail nao altera o supervisor:
      * a alteracao regrava os contatos.
           IF  W-MSC-CONTATO-OCULTO
               MOVE "Acesso negado para o seu perfil, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-VOLTAR
               GO TO 2000-99-FIM
           END-IF

           INITIALIZE REG-ARQ-SUPERVISOR
                      REG-ARQ-SUP-CPF
           MOVE "[Alterar]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
                   ACCEPT S-SUP-NOME
                   ACCEPT S-SUP-TELEFONE
                   ACCEPT S-SUP-EMAIL
                   ACCEPT S-SUP-CPF
                   PERFORM 8100-CONFIRMA
                   IF  COB-CRT-STATUS  EQUAL COB-SCR-F1
                       PERFORM 7030-ABRIR-ARQ-SUPERV
                       REWRITE REG-ARQ-SUPERVISOR
                       IF  FS-OK
                           PERFORM 7066-ATUALIZAR-CPF-SUPERV
                           MOVE "Registro alterado com sucesso!"
                                       TO W-MSGERRO
                       ELSE
      *----------------------------------------------------------------*

           INITIALIZE REG-ARQ-SUPERVISOR
                      REG-ARQ-SUP-CPF
           MOVE "[Excluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           MOVE "<Esc> Voltar"         TO W-STATUS
                       PERFORM 7030-ABRIR-ARQ-SUPERV
                       DELETE ARQ-SUPERVISOR
                       IF  FS-OK
                           MOVE SUP-CODIGO TO SCPF-SUP-CODIGO
                           PERFORM 7237-EXCLUIR-ARQ-SUP-CPF
                           MOVE "Registro excluido com sucesso!"
                                       TO W-MSGERRO
                       ELSE
       5100-EXIBIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 5110-MASCARAR-TELA-SUP
           DISPLAY S-CLS
           DISPLAY S-TELA-SUPERVISOR
           IF  W-MSC-IDENT-PARCIAL
               DISPLAY S-MASC-SUP
           END-IF
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5110-MASCARAR-TELA-SUP          SECTION.
      *----------------------------------------------------------------*
      * Joga o supervisor corrente na tela com a regra do perfil: CPF
      * parcial sai no lugar do campo (S-MASC-SUP, exibida por cima)
      * e telefone/e-mail ocultos; a visao sem mascara fica no log.
           MOVE SUP-CODIGO             TO S-SUP-CODIGO
           MOVE SUP-NOME               TO S-SUP-NOME
           MOVE SUP-CODIGO             TO SCPF-SUP-CODIGO
           PERFORM 7234-OBTER-CPF-SUPERV
           MOVE SCPF-CPF               TO W-MSC-CPF
           PERFORM 7163-EDITAR-CPF
           IF  W-MSC-IDENT-PARCIAL
               MOVE ZEROS              TO S-SUP-CPF
           ELSE
               MOVE SCPF-CPF           TO S-SUP-CPF
           END-IF

           MOVE SUP-TELEFONE           TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO S-SUP-TELEFONE
           MOVE SUP-EMAIL              TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO S-SUP-EMAIL

           MOVE "GCC059P"              TO W-MSC-PROGRAMA
           MOVE SPACES                 TO W-MSC-DETALHE
           STRING "SUPERVISOR " SUP-CODIGO
                  DELIMITED BY SIZE INTO W-MSC-DETALHE
           PERFORM 7166-REGISTRAR-VISAO-ABERTA.

      *----------------------------------------------------------------*
       5110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************
           IF  FS-OK
               PERFORM 7061-LER-ARQ-SUPERV-CHAVE
               PERFORM 7095-FECHAR-ARQ-SUPERV
           END-IF

           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE SUP-CODIGO         TO SCPF-SUP-CODIGO
               PERFORM 7234-OBTER-CPF-SUPERV
           END-IF.

      *----------------------------------------------------------------*
       7065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7066-ATUALIZAR-CPF-SUPERV   SECTION.
      *----------------------------------------------------------------*
      * CPF digitado vai para ARQ-SUP-CPF; CPF zerado retira o
      * registro (supervisor sem CPF). Preserva o status da gravacao
      * do supervisor para a mensagem da tela.
           MOVE SUP-CODIGO             TO SCPF-SUP-CODIGO
           IF  SCPF-CPF                GREATER ZEROS
               PERFORM 7235-GRAVAR-ARQ-SUP-CPF
           ELSE
               PERFORM 7237-EXCLUIR-ARQ-SUP-CPF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7066-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas cadastro de supervisores
       COPY ".\copybooks\GCC059R.cpy".
      * Rotinas CPF dos supervisores
       COPY ".\copybooks\GCC214R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
