      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 18/12/2019                                    *
      *    OBJETIVO ...: Cadastro vendedores                           *
      *                  Troca de supervisor/territorio registrada no  *
      *                  historico de equipe do vendedor               *
      *                  Email/telefone recoletado na alteracao limpa  *
      *                  a marca de contato invalido do GCC191P.       *
      *                  CPF e contatos exibidos conforme a politica   *
      *                  de mascaramento do perfil (GCC206P).          *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.

      * Registro de travas de edicao
       COPY ".\copybooks\GCC063FC.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FC.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FC.cpy".

      *================================================================*
       DATA                            DIVISION.

      * Registro de travas de edicao
       COPY ".\copybooks\GCC063FD.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FD.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".
      * Politica de mascaramento por perfil e log de visoes
       COPY ".\copybooks\GCC206FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       COPY ".\copybooks\GCC090W.cpy".
      * Campos do registro de travas de edicao
       COPY ".\copybooks\GCC063W.cpy".
      * Campos validacao da linha de negocio
       COPY ".\copybooks\GCC160W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".
      * Campos do mascaramento por perfil
       COPY ".\copybooks\GCC206W.cpy".

       01  W-VERIF-RAZAO-SIMILAR.
           05  W-RAZAO-NOVA            PIC X(40) VALUE SPACES.
           05  W-ANTES-VEND-LATITUDE     PIC S9(003)V9(008) VALUE ZEROS.
           05  W-ANTES-VEND-LONGITUDE    PIC S9(003)V9(008) VALUE ZEROS.
           05  W-ANTES-VEND-TERRITORIO   PIC X(005) VALUE SPACES.
           05  W-ANTES-VEND-SUPERVISOR   PIC  9(007) VALUE ZEROS.
           05  W-ANTES-VEND-TELEFONE     PIC X(015) VALUE SPACES.
           05  W-ANTES-VEND-EMAIL        PIC X(040) VALUE SPACES.
           05  W-ANTES-VEND-ENDERECO     PIC X(040) VALUE SPACES.
           05  W-REALOC-QTDE-CLI       PIC 9(007) VALUE ZEROS.
           05  W-REALOC-QTDE-ORFAO     PIC 9(007) VALUE ZEROS.
           05  W-REALOC-COD-EXCLUIDO   PIC 9(007) VALUE ZEROS.
      * Tipo do vendedor excluido (C/I): o cliente vai para outro
      * vendedor do mesmo tipo; entre vendedores inside, o que menos
      * clientes recebeu nesta realocacao.
           05  W-REALOC-TIPO-EXCLUIDO  PIC X(001) VALUE "C".
           05  W-REALOC-SUB-MELHOR     PIC 9(005) VALUE ZEROS.
           05  W-REALOC-CARGA-MELHOR   PIC 9(007) VALUE ZEROS.
           05  W-REALOC-TAB            OCCURS 9999 TIMES.
               10  W-REALOC-TAB-CODIGO PIC 9(007).
               10  W-REALOC-TAB-CPF    PIC 9(011).
               10  W-REALOC-TAB-RAZAO  PIC X(040).
               10  W-REALOC-TAB-LAT    PIC S9(003)V9(008).
               10  W-REALOC-TAB-LON    PIC S9(003)V9(008).
               10  W-REALOC-TAB-LINHA  PIC 9(002).
               10  W-REALOC-TAB-TIPO   PIC X(001).
               10  W-REALOC-TAB-QTDE   PIC 9(007).

      * Melhor candidato encontrado na busca do vendedor mais proximo
       01  W-REALOC-MELHOR.
           SET ENVIRONMENT 'ESCDELAY'              TO '25'.
           PERFORM 0050-CONFIGURAR-DIR-DADOS
           PERFORM 0060-CONFIGURAR-OPERADOR
           PERFORM 7161-CARREGAR-MASCARA-PERFIL

           IF  LK-PARAM                EQUAL "R"
               PERFORM 7841-LER-ARQ-ULT-VEND
      *----------------------------------------------------------------*

           INITIALIZE  S-TELA-CAPTURA
           MOVE SPACES                 TO W-LNEG-DESC-ACHADA
           MOVE "[Incluir]"            TO W-OP
           MOVE SPACES                 TO W-OPCAO
           DISPLAY S-CLS
                   MOVE  W-VEND-CPF-SALVO  TO VEND-CPF
                   MOVE  W-RAZAO-NOVA      TO VEND-RAZAO-SOCIAL
                   MOVE  "N"           TO  W-CAMPO-VALIDADO
                   PERFORM 6127-VALIDAR-TIPO
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                   MOVE  "N"           TO  W-CAMPO-VALIDADO
                   PERFORM 6128-VALIDAR-CEP
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                   END-IF
                   IF  W-CAMPO-VALIDADO EQUAL "S"
                       MOVE  "N"       TO  W-CAMPO-VALIDADO
                       PERFORM 6165-VALIDAR-LINHA-NEG
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                   END-IF
                   IF  W-CAMPO-VALIDADO EQUAL "S"
                       MOVE  "N"       TO  W-CAMPO-VALIDADO
                       PERFORM 6162-VALIDAR-TELEFONE
                       IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                           SET VEND-ATIVO  TO TRUE
                           PERFORM 7220-INCLUIR-ARQ-VEND
                           MOVE VEND-TERRITORIO
                                       TO W-ANTES-VEND-TERRITORIO
                           MOVE VEND-SUPERVISOR
                                       TO W-ANTES-VEND-SUPERVISOR
                           PERFORM 6260-REGISTRAR-HIST-EQUIPE
                       END-IF
                       END-IF
                   END-IF
      *----------------------------------------------------------------*
       2000-ALTERAR                 SECTION.
      *----------------------------------------------------------------*
      * Perfil que nao ve telefone e e-mail nao altera o vendedor: a
      * alteracao mostra e regrava os contatos.
           IF  W-MSC-CONTATO-OCULTO
               MOVE "Acesso negado para o seu perfil, tecle <Enter>"
                                       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               MOVE "S"                TO W-VOLTAR
               GO TO 2000-99-FIM
           END-IF
=
           INITIALIZE  S-TELA-CAPTURA
           MOVE "[Alterar]"            TO W-OP
               MOVE  VEND-LATITUDE      TO W-ANTES-VEND-LATITUDE
               MOVE  VEND-LONGITUDE     TO W-ANTES-VEND-LONGITUDE
               MOVE  VEND-TERRITORIO    TO W-ANTES-VEND-TERRITORIO
               MOVE  VEND-SUPERVISOR    TO W-ANTES-VEND-SUPERVISOR
               MOVE  VEND-TELEFONE      TO W-ANTES-VEND-TELEFONE
               MOVE  VEND-EMAIL         TO W-ANTES-VEND-EMAIL
               MOVE  VEND-ENDERECO      TO W-ANTES-VEND-ENDERECO
               ACCEPT  S-VEND-RAZAO-SOCIAL
               MOVE  "N"                TO  W-CAMPO-VALIDADO
               MOVE  "N"                TO  W-RETORNAR
               PERFORM 6127-VALIDAR-TIPO
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
               MOVE  "N"                TO  W-CAMPO-VALIDADO
               PERFORM 6128-VALIDAR-CEP
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
               END-IF
               IF  W-CAMPO-VALIDADO    EQUAL "S"
                   MOVE  "N"            TO  W-CAMPO-VALIDADO
                   PERFORM 6165-VALIDAR-LINHA-NEG
                                       UNTIL W-CAMPO-VALIDADO EQUAL "S"
                                         OR  W-RETORNAR       EQUAL "S"
               END-IF
               IF  W-CAMPO-VALIDADO    EQUAL "S"
                   MOVE  "N"            TO  W-CAMPO-VALIDADO
                   PERFORM 6162-VALIDAR-TELEFONE
                   END-IF
                   IF  W-CAMPO-VALIDADO EQUAL "S"
                       ACCEPT S-VEND-ENDERECO
                       PERFORM 6265-CONFERIR-CONTATO-INVALIDO
                       PERFORM 6210-CONFIRMAR-ALTERACAO-VEND
                       IF  COB-CRT-STATUS EQUAL COB-SCR-F1
                           PERFORM 7230-ALTERAR-ARQ-VEND
                           PERFORM 6260-REGISTRAR-HIST-EQUIPE
                       END-IF
                   END-IF
               END-IF
                   MOVE  VEND-RAZAO-SOCIAL TO W-UE-VEND-RAZAO-SOCIAL
                   MOVE  VEND-LATITUDE     TO W-UE-VEND-LATITUDE
                   MOVE  VEND-LONGITUDE    TO W-UE-VEND-LONGITUDE
                   IF  VEND-INSIDE
                       MOVE "I"            TO W-REALOC-TIPO-EXCLUIDO
                   ELSE
                       MOVE "C"            TO W-REALOC-TIPO-EXCLUIDO
                   END-IF
                   SET VEND-INATIVO TO TRUE
                   PERFORM 7230-ALTERAR-ARQ-VEND
                   SET W-UE-VEND-TEM-REG TO TRUE
                            TO W-REALOC-TAB-LAT(W-REALOC-QTDE-TAB)
                       MOVE VEND-LONGITUDE
                            TO W-REALOC-TAB-LON(W-REALOC-QTDE-TAB)
                       IF  VEND-LINHA   NOT NUMERIC OR
                           VEND-LINHA   EQUAL ZEROS
                           MOVE 1       TO VEND-LINHA
                       END-IF
                       MOVE VEND-LINHA
                            TO W-REALOC-TAB-LINHA(W-REALOC-QTDE-TAB)
                       IF  VEND-INSIDE
                           MOVE "I"
                            TO W-REALOC-TAB-TIPO(W-REALOC-QTDE-TAB)
                       ELSE
                           MOVE "C"
                            TO W-REALOC-TAB-TIPO(W-REALOC-QTDE-TAB)
                       END-IF
                       MOVE ZEROS
                            TO W-REALOC-TAB-QTDE(W-REALOC-QTDE-TAB)
                   END-IF
                   PERFORM 7253-LER-PROX-ARQ-VEND
               END-PERFORM
                   MOVE W-REALOC-LAT-MELHOR   TO DIST-VEND-LATITUDE
                   MOVE W-REALOC-LON-MELHOR   TO DIST-VEND-LONGITUDE
                   MOVE W-REALOC-DIST-MELHOR  TO DIST-DISTANCIA
      * Troca de vendedor reinicia a permanencia do cliente.
                   ACCEPT DIST-DATA-ATRIB FROM DATE YYYYMMDD
                   PERFORM 7661-REGRAVAR-ARQ-DIST
                   IF  FS-OK
                       ADD 1            TO W-REALOC-QTDE-CLI
                       ADD 1            TO W-REALOC-TAB-QTDE
                                           (W-REALOC-SUB-MELHOR)
                   END-IF
               ELSE
                   ADD 1                TO W-REALOC-QTDE-ORFAO
       3140-LOCALIZAR-VEND-MAIS-PROXIMO SECTION.
      *----------------------------------------------------------------*
      * Varre a tabela de vendedores ativos e guarda o de menor
      * distancia ate o cliente do registro corrente de ARQ-DIST,
      * so entre os vendedores da mesma linha de negocio e do mesmo
      * tipo do excluido. Vendedor inside nao tem coordenadas: vale
      * distancia zero e fica o de menor carga na realocacao.
           MOVE ZEROS                  TO W-REALOC-COD-MELHOR
                                          W-REALOC-SUB-MELHOR
           MOVE 9999999999,99999999    TO W-REALOC-DIST-MELHOR
           MOVE 9999999                TO W-REALOC-CARGA-MELHOR

           PERFORM VARYING W-REALOC-SUB FROM 1 BY 1
                   UNTIL W-REALOC-SUB GREATER W-REALOC-QTDE-TAB
               IF  W-REALOC-TIPO-EXCLUIDO EQUAL "I"
                   MOVE ZEROS          TO W-DIST-ATUAL
               ELSE
                   PERFORM 3150-CALCULAR-DISTANCIA-REALOC
               END-IF
               IF  W-REALOC-TAB-LINHA(W-REALOC-SUB) EQUAL DIST-LINHA AND
                   W-REALOC-TAB-TIPO(W-REALOC-SUB) EQUAL
                   W-REALOC-TIPO-EXCLUIDO AND
                   (W-DIST-ATUAL       LESS W-REALOC-DIST-MELHOR OR
                    (W-DIST-ATUAL      EQUAL W-REALOC-DIST-MELHOR AND
                     W-REALOC-TAB-QTDE(W-REALOC-SUB) LESS
                     W-REALOC-CARGA-MELHOR))
                   MOVE W-DIST-ATUAL   TO W-REALOC-DIST-MELHOR
                   MOVE W-REALOC-TAB-QTDE(W-REALOC-SUB)
                                       TO W-REALOC-CARGA-MELHOR
                   MOVE W-REALOC-SUB   TO W-REALOC-SUB-MELHOR
                   MOVE W-REALOC-TAB-CODIGO(W-REALOC-SUB)
                                       TO W-REALOC-COD-MELHOR
                   MOVE W-REALOC-TAB-CPF(W-REALOC-SUB)
           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-DIST-ATUAL = 6371 * W-C * 1000.

      *----------------------------------------------------------------*
       3150-99-FIM.                   EXIT.
           MOVE  VEND-LONGITUDE        TO S-VEND-LONGITUDE
           MOVE  VEND-TERRITORIO       TO S-VEND-TERRITORIO
           MOVE  VEND-SUPERVISOR       TO S-VEND-SUPERVISOR
           PERFORM 6166-DESCREVER-LINHA-NEG
           MOVE  VEND-LINHA            TO S-VEND-LINHA
           MOVE  VEND-TIPO             TO S-VEND-TIPO
           MOVE  VEND-TELEFONE         TO S-VEND-TELEFONE
           MOVE  VEND-EMAIL            TO S-VEND-EMAIL
           MOVE  VEND-ENDERECO         TO S-VEND-ENDERECO
           PERFORM 6290-MASCARAR-TELA-VEND

           MOVE "<Esc> Voltar <PgDn> Proximo <PgUp> Anterior"
                                        TO W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA
           IF  W-MSC-IDENT-PARCIAL
               DISPLAY S-MASC-VEND
           END-IF
           ACCEPT  S-OPCAO

           EVALUATE COB-CRT-STATUS
       6126-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6127-VALIDAR-TIPO               SECTION.
      *----------------------------------------------------------------*
      * Tipo de atendimento: C = campo (brancos assumem C) ou I =
      * mesa de inside sales. O vendedor inside atende por telefone
      * e fica sem coordenadas (6130/6140 zeram e pulam os campos).
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA

           ACCEPT S-VEND-TIPO
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               INSPECT VEND-TIPO CONVERTING "ci" TO "CI"
               IF  VEND-TIPO           EQUAL SPACE
                   MOVE "C"            TO VEND-TIPO
               END-IF
               MOVE VEND-TIPO          TO S-VEND-TIPO
               IF  VEND-TIPO           EQUAL "C" OR
                   VEND-TIPO           EQUAL "I"
                   MOVE "S"            TO W-CAMPO-VALIDADO
               ELSE
                   MOVE "Tipo invalido (C=Campo I=Inside), tecle <Ente
      -                 "r>"           TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6127-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6128-VALIDAR-CEP                SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6130-VALIDAR-LATITUDE           SECTION.
      *----------------------------------------------------------------*
      * Vendedor inside nao tem coordenadas: campo zerado e pulado.
           IF  VEND-INSIDE
               MOVE ZEROS              TO VEND-LATITUDE
                                          S-VEND-LATITUDE
               MOVE "S"                TO W-CAMPO-VALIDADO
               GO TO 6130-99-FIM
           END-IF

           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
       6140-VALIDAR-LONGITUDE          SECTION.
      *----------------------------------------------------------------*

           IF  VEND-INSIDE
               MOVE ZEROS              TO VEND-LONGITUDE
                                          S-VEND-LONGITUDE
               MOVE "S"                TO W-CAMPO-VALIDADO
               GO TO 6140-99-FIM
           END-IF

           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA
       6160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6165-VALIDAR-LINHA-NEG          SECTION.
      *----------------------------------------------------------------*
      * Linha de negocio do vendedor (GCC160P); zero assume a linha
      * 01. A linha precisa existir e estar ativa no cadastro - sem
      * cadastro de linhas, so a 01 e aceita.
           MOVE "<Esc> Voltar"         TO  W-STATUS
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA

           ACCEPT S-VEND-LINHA
           IF  COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE "S"                TO W-RETORNAR
           ELSE
               IF  VEND-LINHA          EQUAL ZEROS
                   MOVE 1              TO VEND-LINHA
               END-IF
               MOVE VEND-LINHA         TO S-VEND-LINHA
               MOVE VEND-LINHA         TO W-LNEG-PROCURADA
               PERFORM 7829-VALIDAR-LINHA-NEG
               IF  W-LNEG-VALIDA       EQUAL "S"
                   DISPLAY S-TELA-CAPTURA
                   MOVE "S"            TO W-CAMPO-VALIDADO
               ELSE
                   MOVE "Linha de negocio inexistente ou inativa, tecle
      -                 " <Enter>"     TO  W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6165-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6166-DESCREVER-LINHA-NEG        SECTION.
      *----------------------------------------------------------------*
      * Registro gravado antes das linhas de negocio (brancos ou
      * zero) pertence a linha 01; traz a descricao para a tela.
           IF  VEND-LINHA              NOT NUMERIC OR
               VEND-LINHA              EQUAL ZEROS
               MOVE 1                  TO VEND-LINHA
           END-IF
           MOVE VEND-LINHA             TO W-LNEG-PROCURADA
           PERFORM 7829-VALIDAR-LINHA-NEG.

      *----------------------------------------------------------------*
       6166-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6250-OBTER-TRAVA-VEND           SECTION.
      *----------------------------------------------------------------*
                    MOVE  VEND-EMAIL   TO S-VEND-EMAIL
                    MOVE  VEND-ENDERECO
                                       TO S-VEND-ENDERECO
                    PERFORM 6290-MASCARAR-TELA-VEND
                    DISPLAY S-TELA-CAPTURA
                    IF  W-MSC-IDENT-PARCIAL
                        DISPLAY S-MASC-VEND
                    END-IF
                    PERFORM 7840-GRAVAR-ARQ-ULT-VEND
               END-IF
           END-IF
           MOVE  VEND-LONGITUDE        TO S-VEND-LONGITUDE
           MOVE  VEND-TERRITORIO       TO S-VEND-TERRITORIO
           MOVE  VEND-SUPERVISOR       TO S-VEND-SUPERVISOR
           PERFORM 6166-DESCREVER-LINHA-NEG
           MOVE  VEND-LINHA            TO S-VEND-LINHA
           MOVE  VEND-TIPO             TO S-VEND-TIPO
           MOVE  VEND-TELEFONE         TO S-VEND-TELEFONE
           MOVE  VEND-EMAIL            TO S-VEND-EMAIL
           MOVE  VEND-ENDERECO         TO S-VEND-ENDERECO
           PERFORM 6290-MASCARAR-TELA-VEND
           DISPLAY S-CLS
           DISPLAY S-TELA-CAPTURA
           IF  W-MSC-IDENT-PARCIAL
               DISPLAY S-MASC-VEND
           END-IF.

      *----------------------------------------------------------------*
       6230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6290-MASCARAR-TELA-VEND         SECTION.
      *----------------------------------------------------------------*
      * Aplica ao registro ja jogado na tela a regra do perfil: CPF
      * parcial sai no lugar do campo (S-MASC-VEND, exibida por cima)
      * e telefone/e-mail ocultos; a visao sem mascara fica no log.
           MOVE VEND-CPF               TO W-MSC-CPF
           PERFORM 7163-EDITAR-CPF
           IF  W-MSC-IDENT-PARCIAL
               MOVE ZEROS              TO S-VEND-CPF
           END-IF

           MOVE VEND-TELEFONE          TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO S-VEND-TELEFONE
           MOVE VEND-EMAIL             TO W-MSC-TEXTO
           PERFORM 7165-OCULTAR-CONTATO
           MOVE W-MSC-TEXTO            TO S-VEND-EMAIL

           MOVE "GCC012P"              TO W-MSC-PROGRAMA
           MOVE SPACES                 TO W-MSC-DETALHE
           STRING "VENDEDOR " VEND-CODIGO
                  DELIMITED BY SIZE INTO W-MSC-DETALHE
           PERFORM 7166-REGISTRAR-VISAO-ABERTA.

      *----------------------------------------------------------------*
       6290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6210-CONFIRMAR-ALTERACAO-VEND  SECTION.
      *----------------------------------------------------------------*
       6210-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6265-CONFERIR-CONTATO-INVALIDO  SECTION.
      *----------------------------------------------------------------*
      * Email ou telefone marcado como invalido pelo retorno do
      * provedor de envio (GCC191P) e trocado nesta alteracao conta
      * como recoletado: a marca do meio cai e a do outro meio fica.
           IF  VEND-EMAIL-INVALIDO AND
               VEND-EMAIL NOT EQUAL W-ANTES-VEND-EMAIL
               IF  VEND-FLAG-CONTATO EQUAL "A"
                   MOVE "T"            TO VEND-FLAG-CONTATO
               ELSE
                   MOVE SPACE          TO VEND-FLAG-CONTATO
               END-IF
           END-IF

           IF  VEND-FONE-INVALIDO AND
               VEND-TELEFONE NOT EQUAL W-ANTES-VEND-TELEFONE
               IF  VEND-FLAG-CONTATO EQUAL "A"
                   MOVE "E"            TO VEND-FLAG-CONTATO
               ELSE
                   MOVE SPACE          TO VEND-FLAG-CONTATO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       6265-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6260-REGISTRAR-HIST-EQUIPE      SECTION.
      *----------------------------------------------------------------*
      * Leva ao historico de equipe o supervisor/territorio gravado.
      * O registro e relido do arquivo: so a alteracao efetivada
      * entra no historico (gravacao recusada deixa tudo como estava).
      * Valores anteriores em W-ANTES-VEND; na inclusao sao os mesmos
      * da gravacao e o periodo nasce na data de cadastro.
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               GO TO 6260-99-FIM
           END-IF

           MOVE VEND-CODIGO            TO W-HEQ-VEND
           MOVE VEND-DATA-CADASTRO     TO W-HEQ-DATA-CADASTRO
           ACCEPT W-HEQ-DATA-REF       FROM DATE YYYYMMDD
           MOVE "CADASTRO"             TO W-HEQ-ORIGEM

           MOVE W-ANTES-VEND-SUPERVISOR TO W-HEQ-SUPERV-ANT
           MOVE W-ANTES-VEND-TERRITORIO TO W-HEQ-TERRIT-ANT
           MOVE W-ANTES-VEND-TERRITORIO TO W-TERRIT-PROCURADO
           PERFORM 7016-OBTER-REGIONAL-TERRIT
           MOVE W-TERRIT-REGIONAL      TO W-HEQ-REGIONAL-ANT

           MOVE VEND-SUPERVISOR        TO W-HEQ-SUPERV
           MOVE VEND-TERRITORIO        TO W-HEQ-TERRIT
           MOVE VEND-TERRITORIO        TO W-TERRIT-PROCURADO
           PERFORM 7016-OBTER-REGIONAL-TERRIT
           MOVE W-TERRIT-REGIONAL      TO W-HEQ-REGIONAL

           PERFORM 7928-REGISTRAR-EQUIPE.

      *----------------------------------------------------------------*
       6260-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      * Rotinas arquivo vendedoress
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas arquivo distribuicao (realocacao automatica na exclusao)
       COPY ".\copybooks\GCC063R.cpy".
      * Rotinas ultimo vendedor consultado
       COPY ".\copybooks\GCC029R.cpy".
      * Rotinas cadastro de linhas de negocio
       COPY ".\copybooks\GCC160R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
      * Rotinas do mascaramento por perfil
       COPY ".\copybooks\GCC206R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
