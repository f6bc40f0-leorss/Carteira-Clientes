      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID. GCC185P.
      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos         *
      *    PROGRAMA....: GCC185P                                       *
      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 15/10/2026                                    *
      *    OBJETIVO ...: Movimentacao de amostras e brindes por        *
      *                  vendedor - emissao ao vendedor, entrega ao    *
      *                  cliente em visita realizada (amarrada a chave *
      *                  data + vendedor + cliente de ARQ-VISITA),     *
      *                  devolucao e baixa. Entrega, devolucao e baixa *
      *                  nao podem passar do saldo em poder do         *
      *                  vendedor; entrega a cliente fora da carteira  *
      *                  dele em ARQ-DIST e aceita com alerta e fica   *
      *                  sinalizada para o relatorio GCC186P.          *
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
      * Arquivo distribuicao
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FC.cpy".
      * Cadastro de amostras e brindes
       COPY ".\copybooks\GCC184FC.cpy".
      * Movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.

      * Arquivo Clientes
       COPY ".\copybooks\GCC011FD.cpy".
      * Arquivo Vendedores
       COPY ".\copybooks\GCC012FD.cpy".
      * Arquivo distribuicao
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Arquivo registro de visitas
       COPY ".\copybooks\GCC052FD.cpy".
      * Cadastro de amostras e brindes
       COPY ".\copybooks\GCC184FD.cpy".
      * Movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      * Campos uso comum
       COPY ".\copybooks\GCC000W.cpy".

      * Campos saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700W.cpy".

      * Campos validacao do material
       COPY ".\copybooks\GCC184W.cpy".

      * Campos saldo de amostras e brindes por vendedor
       COPY ".\copybooks\GCC185W.cpy".

      * Apoio do movimento em digitacao: tipo escolhido no menu,
      * descricoes mostradas na tela e copia do registro preservada
      * durante o calculo do saldo e da sequencia (que percorrem o
      * proprio arquivo de movimentos).
       01  W-APOIO-MOVIMENTO.
           05  W-MOV-TIPO              PIC X(01) VALUE SPACE.
           05  W-MOV-TIPO-DESC         PIC X(20) VALUE SPACES.
           05  W-MOV-VEND-DESC         PIC X(40) VALUE SPACES.
           05  W-MOV-MAT-DESC          PIC X(40) VALUE SPACES.
           05  W-MOV-CLIE-DESC         PIC X(40) VALUE SPACES.
           05  W-MOV-VEND-LISTA        PIC 9(07) VALUE ZEROS.
           05  W-MOV-REG-SALVO         PIC X(127) VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000L.cpy".

      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      * Copybook tela principal
       COPY ".\copybooks\GCC000S.cpy".
      * Copybook tela movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185S.cpy".
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
               INITIALIZE REG-ARQ-MOV-MATERIAL W-APOIO-MOVIMENTO
                          W-VALIDA-MATERIAL W-SALDO-MATERIAL
               MOVE "Movimentacao de Amostras e Brindes"
                                       TO W-MODULO
               MOVE "<Esc> Sair <F1> Emissao <F2> Entrega <F3> Devoluc
      -             "ao <F4> Baixa <F5> Listar"
                                       TO W-STATUS
               MOVE " "                TO W-OP
               MOVE SPACES             TO W-OPCAO
               DISPLAY S-CLS
               DISPLAY S-TELA-MOV-MATERIAL
               ACCEPT  S-OPCAO
               EVALUATE COB-CRT-STATUS
                   WHEN COB-SCR-F1
                       MOVE "E"        TO W-MOV-TIPO
                       PERFORM 1000-REGISTRAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F2
                       MOVE "D"        TO W-MOV-TIPO
                       PERFORM 1000-REGISTRAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F3
                       MOVE "R"        TO W-MOV-TIPO
                       PERFORM 1000-REGISTRAR UNTIL W-VOLTAR = "S"
                   WHEN COB-SCR-F4
                       IF  W-PERFIL-GESTOR
                           MOVE "B"    TO W-MOV-TIPO
                           PERFORM 1000-REGISTRAR
                                       UNTIL W-VOLTAR = "S"
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
       1000-REGISTRAR                 SECTION.
      *----------------------------------------------------------------*
      * Registra um movimento do tipo escolhido no menu. O cliente
      * so e pedido na entrega; as demais operacoes ficam com o
      * cliente zerado.
           INITIALIZE REG-ARQ-MOV-MATERIAL W-VALIDA-MATERIAL
                      W-SALDO-MATERIAL
           MOVE SPACES                 TO W-MOV-VEND-DESC
                                          W-MOV-MAT-DESC
                                          W-MOV-CLIE-DESC
           MOVE W-MOV-TIPO             TO MMV-TIPO
           MOVE "N"                    TO MMV-FORA-CARTEIRA
           PERFORM 6050-DESCREVER-TIPO
           MOVE SPACES                 TO W-OPCAO
           ACCEPT MMV-DATA             FROM DATE YYYYMMDD
           DISPLAY S-CLS
           DISPLAY S-TELA-MOV-MATERIAL

           MOVE  "N"                   TO  W-CAMPO-VALIDADO
           PERFORM 6110-VALIDAR-DATA
                                     UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                       OR  W-VOLTAR         EQUAL "S"
           IF  W-VOLTAR                EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           MOVE  "N"                   TO  W-RETORNAR
           MOVE  "N"                   TO  W-CAMPO-VALIDADO
           PERFORM 6120-VALIDAR-VENDEDOR
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           MOVE  "N"                   TO  W-CAMPO-VALIDADO
           PERFORM 6150-VALIDAR-MATERIAL
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           IF  MMV-ENTREGA
               MOVE  "N"               TO  W-CAMPO-VALIDADO
               PERFORM 6130-VALIDAR-CLIENTE
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
               IF  W-RETORNAR          EQUAL "S"
                   GO TO 1000-99-FIM
               END-IF
           END-IF

           MOVE  "N"                   TO  W-CAMPO-VALIDADO
           PERFORM 6160-VALIDAR-QUANTIDADE
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
           IF  W-RETORNAR              EQUAL "S"
               GO TO 1000-99-FIM
           END-IF

           ACCEPT S-MMV-OBSERVACAO
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1000-99-FIM
           END-IF

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
               PERFORM 6500-GRAVAR-MOVIMENTO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LISTAR                     SECTION.
      *----------------------------------------------------------------*
      * Percorre os movimentos em ordem de chave (vendedor + material
      * + data + sequencia) com <PgDn> a partir do vendedor
      * informado; vendedor zerado lista desde o inicio.
           MOVE "[Listar]"              TO W-OP
           MOVE SPACES                  TO W-OPCAO
           MOVE SPACES                  TO W-MOV-TIPO-DESC
           INITIALIZE REG-ARQ-MOV-MATERIAL
           MOVE "<Esc> Voltar"          TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-MOV-MATERIAL

           ACCEPT S-MMV-VEND
           IF  COB-CRT-STATUS           EQUAL COB-SCR-ESC
               MOVE "S"                 TO W-VOLTAR
               GO TO 5000-99-FIM
           END-IF
           MOVE MMV-VEND-CODIGO         TO W-MOV-VEND-LISTA

           OPEN INPUT ARQ-MOV-MATERIAL
           IF  NOT FS-OK
               MOVE "S"                 TO W-VOLTAR
               MOVE "Nenhum movimento registrado, tecle <Enter>"
                                        TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           ELSE
               INITIALIZE MMV-CHAVE
               MOVE W-MOV-VEND-LISTA    TO MMV-VEND-CODIGO
               PERFORM 7484-START-ARQ-MOV-MATERIAL-ASC
               IF  FS-OK
                   PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
               END-IF
               IF  NOT FS-OK
                   MOVE "S"             TO W-VOLTAR
                   MOVE "Nenhum movimento registrado, tecle <Enter>"
                                        TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   PERFORM 5100-EXIBIR-MOVIMENTO
                           UNTIL W-VOLTAR EQUAL "S"
               END-IF
               PERFORM 7489-FECHAR-ARQ-MOV-MATERIAL
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*
      * Mostra o movimento corrente (somente consulta) com as
      * descricoes do vendedor, do material e do cliente.
           PERFORM 6600-CARREGAR-DESCRICOES
           DISPLAY S-CLS
           DISPLAY S-TELA-MOV-MATERIAL
           MOVE "<Esc> Voltar <PgDn> Proximo"
                                        TO W-STATUS
           DISPLAY S-STATUS
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
               WHEN COB-SCR-PAGE-DOWN
                   PERFORM 7483-LER-PROX-ARQ-MOV-MATERIAL
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
       6050-DESCREVER-TIPO             SECTION.
      *----------------------------------------------------------------*
      * Rotulo da operacao (W-OP) e do tipo do movimento na tela.
           EVALUATE TRUE
               WHEN MMV-EMISSAO
                   MOVE "[Emissao]"    TO W-OP
                   MOVE "Emissao ao vendedor"
                                       TO W-MOV-TIPO-DESC
               WHEN MMV-ENTREGA
                   MOVE "[Entrega]"    TO W-OP
                   MOVE "Entrega em visita"
                                       TO W-MOV-TIPO-DESC
               WHEN MMV-DEVOLUCAO
                   MOVE "[Devolucao]"  TO W-OP
                   MOVE "Devolucao"    TO W-MOV-TIPO-DESC
               WHEN MMV-BAIXA
                   MOVE "[Baixa]"      TO W-OP
                   MOVE "Baixa"        TO W-MOV-TIPO-DESC
               WHEN OTHER
                   MOVE SPACES         TO W-MOV-TIPO-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
       6050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6110-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*

           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-MOV-MATERIAL

           ACCEPT S-MMV-DATA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-VOLTAR
           ELSE
               IF  MMV-DATA            EQUAL ZEROS
                   MOVE "Data invalida, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   MOVE "S"            TO W-CAMPO-VALIDADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6120-VALIDAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      * Vendedor precisa existir; emissao e entrega exigem vendedor
      * ativo, devolucao e baixa aceitam o inativo (acerto do saldo
      * de quem saiu da equipe).
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-MOV-MATERIAL

           ACCEPT S-MMV-VEND
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
               GO TO 6120-99-FIM
           END-IF

           MOVE MMV-VEND-CODIGO        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Vendedor nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6120-99-FIM
           END-IF

           IF  VEND-INATIVO
           AND (MMV-EMISSAO OR MMV-ENTREGA)
               MOVE "Vendedor inativo, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6120-99-FIM
           END-IF

           MOVE VEND-RAZAO-SOCIAL      TO W-MOV-VEND-DESC
           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6130-VALIDAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * Entrega: o cliente precisa existir e ter visita realizada
      * registrada para a data e o vendedor do movimento. Cliente
      * fora da carteira do vendedor em ARQ-DIST e aceito com alerta
      * e o movimento fica sinalizado.
           MOVE "N"                    TO W-CAMPO-VALIDADO
           MOVE "N"                    TO MMV-FORA-CARTEIRA
           DISPLAY S-TELA-MOV-MATERIAL

           ACCEPT S-MMV-CLIE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
               GO TO 6130-99-FIM
           END-IF

           MOVE MMV-CLIE-CODIGO        TO CLIE-CODIGO
           PERFORM 7151-LER-ARQ-CLIE-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Cliente nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6130-99-FIM
           END-IF
           MOVE CLIE-RAZAO-SOCIAL      TO W-MOV-CLIE-DESC

           PERFORM 6300-VERIFICAR-VISITA
           IF  W-REG-ENCONTRADO        EQUAL "N"
               MOVE "Visita nao registrada nesta data, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6130-99-FIM
           END-IF
           IF  NOT VISITA-REALIZADA
               MOVE "Visita sem resultado realizada, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6130-99-FIM
           END-IF

           PERFORM 6400-VERIFICAR-CARTEIRA
           DISPLAY S-TELA-MOV-MATERIAL
           IF  MMV-FORA-DA-CARTEIRA
               MOVE "Atencao: cliente fora da carteira do vendedor, te
      -             "cle <Enter>"      TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6150-VALIDAR-MATERIAL           SECTION.
      *----------------------------------------------------------------*
      * Material precisa existir; emissao e entrega exigem material
      * ativo. Mostra o saldo do vendedor, e a saida (entrega,
      * devolucao ou baixa) exige saldo.
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-MOV-MATERIAL

           ACCEPT S-MMV-MAT
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
               GO TO 6150-99-FIM
           END-IF

           MOVE MMV-MAT-CODIGO         TO W-MAT-PROCURADO
           PERFORM 7448-VALIDAR-MATERIAL
           IF  W-MAT-DESC-ACHADA       EQUAL SPACES
               MOVE "Material nao cadastrado, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6150-99-FIM
           END-IF
           MOVE W-MAT-DESC-ACHADA      TO W-MOV-MAT-DESC

           IF  W-MAT-VALIDO            EQUAL "N"
           AND (MMV-EMISSAO OR MMV-ENTREGA)
               MOVE "Material inativo, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6150-99-FIM
           END-IF

           PERFORM 6200-OBTER-SALDO
           DISPLAY S-TELA-MOV-MATERIAL
           IF  NOT MMV-EMISSAO
           AND W-MMV-SALDO             NOT GREATER ZEROS
               MOVE "Vendedor sem saldo deste material, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6150-99-FIM
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6160-VALIDAR-QUANTIDADE         SECTION.
      *----------------------------------------------------------------*
      * Quantidade positiva; na saida, limitada ao saldo do vendedor.
           MOVE "N"                    TO W-CAMPO-VALIDADO
           DISPLAY S-TELA-MOV-MATERIAL

           ACCEPT S-MMV-QUANTIDADE
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
               GO TO 6160-99-FIM
           END-IF

           IF  MMV-QUANTIDADE          EQUAL ZEROS
               MOVE "Quantidade invalida, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6160-99-FIM
           END-IF

           IF  NOT MMV-EMISSAO
           AND MMV-QUANTIDADE          GREATER W-MMV-SALDO
               MOVE "Quantidade acima do saldo do vendedor, tecle <Ent
      -             "er>"              TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               GO TO 6160-99-FIM
           END-IF

           MOVE "S"                    TO W-CAMPO-VALIDADO.

      *----------------------------------------------------------------*
       6160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-OBTER-SALDO                SECTION.
      *----------------------------------------------------------------*
      * Saldo do material em poder do vendedor; arquivo ainda
      * inexistente vale saldo zero. O registro em digitacao e
      * preservado porque o calculo le o proprio arquivo.
           MOVE ZEROS                  TO W-MMV-SALDO
           MOVE REG-ARQ-MOV-MATERIAL   TO W-MOV-REG-SALVO

           OPEN INPUT ARQ-MOV-MATERIAL
           IF  FS-OK
               MOVE MMV-VEND-CODIGO    TO W-MMV-VEND-PROCURADO
               MOVE MMV-MAT-CODIGO     TO W-MMV-MAT-PROCURADO
               PERFORM 7486-CALCULAR-SALDO-MATERIAL
               PERFORM 7489-FECHAR-ARQ-MOV-MATERIAL
           END-IF

           MOVE W-MOV-REG-SALVO        TO REG-ARQ-MOV-MATERIAL
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6300-VERIFICAR-VISITA           SECTION.
      *----------------------------------------------------------------*
      * Leitura da visita pela chave data + vendedor + cliente do
      * movimento (W-REG-ENCONTRADO).
           MOVE "N"                    TO W-REG-ENCONTRADO

           OPEN INPUT ARQ-VISITA
           IF  FS-OK
               INITIALIZE REG-ARQ-VISITA
               MOVE MMV-DATA           TO VISITA-DATA
               MOVE MMV-VEND-CODIGO    TO VISITA-VEND-CODIGO
               MOVE MMV-CLIE-CODIGO    TO VISITA-CLIE-CODIGO
               PERFORM 7351-LER-ARQ-VISITA-CHAVE
               PERFORM 7390-FECHAR-ARQ-VISITA
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6400-VERIFICAR-CARTEIRA         SECTION.
      *----------------------------------------------------------------*
      * O cliente esta na carteira do vendedor quando alguma linha de
      * negocio dele em ARQ-DIST tem o vendedor como atribuido,
      * titular, reserva ou secundario. Sem distribuicao gerada nao
      * ha carteira a comparar e o movimento nao e sinalizado.
           MOVE "N"                    TO MMV-FORA-CARTEIRA

           OPEN INPUT ARQ-DIST
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 6400-99-FIM
           END-IF

           MOVE "S"                    TO MMV-FORA-CARTEIRA
           MOVE MMV-CLIE-CODIGO        TO DIST-CLIE-CODIGO
           PERFORM 7672-START-ARQ-DIST-CLIE
           IF  FS-OK
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-IF
           PERFORM UNTIL NOT FS-OK
                      OR DIST-CLIE-CODIGO NOT EQUAL MMV-CLIE-CODIGO
               IF  DIST-VEND-CODIGO    EQUAL MMV-VEND-CODIGO
               OR  DIST-VEND-TITULAR   EQUAL MMV-VEND-CODIGO
               OR  DIST-VEND-RESERVA   EQUAL MMV-VEND-CODIGO
               OR  DIST-VEND-SECUND    EQUAL MMV-VEND-CODIGO
                   MOVE "N"            TO MMV-FORA-CARTEIRA
               END-IF
               PERFORM 7653-LER-PROX-ARQ-DIST
           END-PERFORM
           PERFORM 7690-FECHAR-ARQ-DIST
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6500-GRAVAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*
      * Atribui a proxima sequencia do vendedor + material + data e
      * grava o movimento. A abertura I-O cria o arquivo na primeira
      * utilizacao.
           ACCEPT MMV-DATA-REGISTRO    FROM DATE YYYYMMDD
           MOVE W-OPERADOR             TO MMV-OPERADOR
           MOVE REG-ARQ-MOV-MATERIAL   TO W-MOV-REG-SALVO

           PERFORM 7480-ABRIR-ARQ-MOV-MATERIAL
           IF  NOT FS-OK
               GO TO 6500-99-FIM
           END-IF

           MOVE MMV-VEND-CODIGO        TO W-MMV-VEND-PROCURADO
           MOVE MMV-MAT-CODIGO         TO W-MMV-MAT-PROCURADO
           MOVE MMV-DATA               TO W-MMV-DATA-PROCURADA
           PERFORM 7487-OBTER-PROX-SEQ-MOV

           MOVE W-MOV-REG-SALVO        TO REG-ARQ-MOV-MATERIAL
           MOVE W-MMV-PROX-SEQ         TO MMV-SEQ
           PERFORM 7485-GRAVAR-ARQ-MOV-MATERIAL
           IF  FS-OK
               MOVE "Movimento registrado com sucesso, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           PERFORM 7489-FECHAR-ARQ-MOV-MATERIAL.

      *----------------------------------------------------------------*
       6500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6600-CARREGAR-DESCRICOES        SECTION.
      *----------------------------------------------------------------*
      * Descricoes do movimento listado: tipo, vendedor, material e,
      * na entrega, cliente.
           PERFORM 6050-DESCREVER-TIPO
           MOVE "[Listar]"             TO W-OP
           MOVE SPACES                 TO W-MOV-VEND-DESC
                                          W-MOV-MAT-DESC
                                          W-MOV-CLIE-DESC
           MOVE ZEROS                  TO W-MMV-SALDO

           MOVE MMV-VEND-CODIGO        TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        EQUAL "S"
               MOVE VEND-RAZAO-SOCIAL  TO W-MOV-VEND-DESC
           END-IF

           MOVE MMV-MAT-CODIGO         TO W-MAT-PROCURADO
           PERFORM 7448-VALIDAR-MATERIAL
           MOVE W-MAT-DESC-ACHADA      TO W-MOV-MAT-DESC

           IF  MMV-ENTREGA
               MOVE MMV-CLIE-CODIGO    TO CLIE-CODIGO
               PERFORM 7151-LER-ARQ-CLIE-CODIGO
               IF  W-REG-ENCONTRADO    EQUAL "S"
                   MOVE CLIE-RAZAO-SOCIAL
                                       TO W-MOV-CLIE-DESC
               END-IF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       6600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo clientes
       COPY ".\copybooks\GCC011R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao
       COPY ".\copybooks\GCC031R.cpy".
      * Rotinas arquivo distribuicao anterior
       COPY ".\copybooks\GCC033R.cpy".
      * Rotinas arquivo registro de visitas
       COPY ".\copybooks\GCC052R.cpy".
      * Rotinas cadastro de amostras e brindes
       COPY ".\copybooks\GCC184R.cpy".
      * Rotinas movimentacao de amostras e brindes
       COPY ".\copybooks\GCC185R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
