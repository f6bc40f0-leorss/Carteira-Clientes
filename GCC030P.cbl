      *    AUTHOR......: Leo Ribeiro e Silva Santos                    *
      *    DATA........: 21/12/2019                                    *
      *    OBJETIVO ...: Distribuicao clientes a vendedores proximos   *
      *                  Com PARAM-AGRUPAR-REDE, os clientes de uma    *
      *                  rede de compra (GCC155P) ficam com um so      *
      *                  vendedor.                                     *
      *                  A distancia cliente x vendedor vem da matriz  *
      *                  rodoviaria importada (GCC157P) quando o par   *
      *                  esta carregado, senao da formula.             *
      *                  Vendedor com especializacao setorial          *
      *                  (GCC159P) so recebe clientes das divisoes     *
      *                  CNAE da sua lista; sem especialista no raio o *
      *                  cliente vai para o NAO-ATRIB com esse motivo. *
      *                  Cada linha de negocio ativa (GCC160P) e       *
      *                  distribuida em separado: o cliente recebe uma *
      *                  atribuicao por linha, so entre os vendedores  *
      *                  daquela linha.                                *
      *                  Cliente que atende a regra de inside sales do *
      *                  ARQ-PARAM (segmento e/ou teto de faturamento) *
      *                  vai para a mesa inside (VEND-TIPO = I), ao    *
      *                  vendedor com menos clientes, sem distancia.   *
      *                  Regra de estabilidade (ARQ-PARAM): o vendedor *
      *                  atual ainda elegivel so perde o cliente para  *
      *                  um candidato mais perto alem do ganho minimo  *
      *                  em Km ou %, e nunca antes da permanencia      *
      *                  minima; as mantidas entram nos totais e no    *
      *                  rastro de decisao.                            *
      *                  Com limite de movimento no ARQ-PARAM o        *
      *                  resultado vai para o ARQ-DIST-PEND e so       *
      *                  substitui o ARQ-DIST se a fatia de clientes   *
      *                  que troca de vendedor ficar no limite; acima  *
      *                  dele a execucao fica retida, com alerta       *
      *                  critico, ate o supervisor aprovar ou          *
      *                  descartar no GCC161P.                         *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC031FC.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FC.cpy".
      * Cadastro de redes de clientes
       COPY ".\copybooks\GCC155FC.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FC.cpy".
      * Especializacao setorial (CNAE) do vendedor
       COPY ".\copybooks\GCC159FC.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FC.cpy".
      * Distribuicao aguardando aprovacao
       COPY ".\copybooks\GCC161FC.cpy".

      * Arquivo checkpoint da distribuicao
       SELECT ARQ-CHECK            ASSIGN TO  WID-ARQ-CHECK-DIST
       COPY ".\copybooks\GCC031FD.cpy".
      * Arquivo distribuicao da execucao anterior
       COPY ".\copybooks\GCC033FD.cpy".
      * Cadastro de redes de clientes
       COPY ".\copybooks\GCC155FD.cpy".
      * Matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157FD.cpy".
      * Especializacao setorial (CNAE) do vendedor
       COPY ".\copybooks\GCC159FD.cpy".
      * Cadastro de linhas de negocio
       COPY ".\copybooks\GCC160FD.cpy".
      * Distribuicao aguardando aprovacao
       COPY ".\copybooks\GCC161FD.cpy".

      * Arquivo checkpoint da distribuicao
       FD  ARQ-CHECK.
           02 HATR-DISTANCIA-M         PIC  9(010).
           02 FILLER                   PIC  X(001).
           02 HATR-ORIGEM              PIC  X(008).
           02 FILLER                   PIC  X(001).
           02 HATR-LINHA               PIC  9(002).

      * Arquivo faturamento por cliente
       COPY ".\copybooks\GCC055FD.cpy".
       COPY ".\copybooks\GCC064FD.cpy".

      * Rastro de decisao: uma linha por evento
      * (data;cliente;tipo;vendedor;motivo;linha;), tipo D = regra que
      * decidiu a atribuicao, R = candidato rejeitado.
       FD  ARQ-RASTRO.
       01  REG-ARQ-RASTRO              PIC X(132).
       COPY ".\copybooks\GCC064W.cpy".
      * Campos historico de execucoes batch
       COPY ".\copybooks\GCC067W.cpy".
      * Campos validacao da rede do cliente
       COPY ".\copybooks\GCC155W.cpy".
      * Campos consulta da matriz rodoviaria
       COPY ".\copybooks\GCC157W.cpy".
      * Campos especializacao setorial (CNAE) do vendedor
       COPY ".\copybooks\GCC159W.cpy".
      * Campos linhas de negocio
       COPY ".\copybooks\GCC160W.cpy".
      * Campos aprovacao da distribuicao retida
       COPY ".\copybooks\GCC161W.cpy".

       01  W-CALCULO-DISTANCIA.
           05  W-DIST-VEND-ATUAL       PIC  9(10)V9(08)  VALUE ZEROS.
           05  W-DIST-LIDOS            PIC 9(10) VALUE ZEROS.
           05  W-DIST-GRAVADOS         PIC 9(10) VALUE ZEROS.
           05  W-DIST-ERROS            PIC 9(10) VALUE ZEROS.
           05  W-DIST-MANTIDOS         PIC 9(10) VALUE ZEROS.

      * Balanceamento por faturamento: com teto configurado (> 0), o
      * vendedor fica indisponivel quando o faturamento acumulado dos
           05  W-QTDE-TAB-GRUPO        PIC 9(04) VALUE ZEROS.
           05  W-SUB-GRUPO             PIC 9(04) VALUE ZEROS.
           05  W-SUB-GRUPO-ACHADO      PIC 9(04) VALUE ZEROS.
      * Cada linha de negocio tem a sua matriz na tabela.
           05  W-TAB-GRUPO             OCCURS 2000 TIMES.
               10  W-GRP-RAIZ          PIC 9(008).
               10  W-GRP-LINHA         PIC 9(002).
               10  W-GRP-VEND-CODIGO   PIC 9(007).

      * Agrupamento por rede de compra (CLIE-REDE-CODIGO): tabela
      * indexada pelo proprio codigo da rede, carregada do cadastro
      * de redes no inicio da execucao. O vendedor responsavel da
      * rede vale para todos os membros; rede sem responsavel segue
      * o vendedor do primeiro membro distribuido nesta execucao.
      * Vinculo fixo e matriz do CNPJ tem precedencia sobre a rede.
       01  W-REDE-DIST.
           05  W-AGRUPAR-REDE          PIC X(01) VALUE "N".
               88  W-AGRUPA-REDE       VALUE "S" "s".
           05  W-SUB-REDE              PIC 9(03) VALUE ZEROS.
           05  W-TABELA-REDES.
               10  W-TAB-REDE          OCCURS 999 TIMES.
                   15  W-TRD-ATIVA     PIC X(001).
                   15  W-TRD-VEND-CODIGO
                                       PIC 9(007).
      * Vendedor do primeiro membro distribuido, por posicao da
      * linha de negocio na tabela de linhas (GCC160W): o responsavel
      * do cadastro so vale na linha dele.
                   15  W-TRD-VEND-PRIM OCCURS 20 TIMES
                                       PIC 9(007).

      * Regra da mesa de inside sales lida do ARQ-PARAM: cliente do
      * segmento informado e/ou com faturamento acumulado ate o teto
      * (os dois quando ambos informados) vai para o vendedor inside
      * da linha com menos clientes nesta execucao. Vinculo fixo tem
      * precedencia; matriz, rede e modo delta vem depois.
       01  W-MESA-INSIDE.
           05  W-INS-SEGMENTO          PIC X(01) VALUE SPACE.
           05  W-INS-TETO-FATUR        PIC 9(11) VALUE ZEROS.
           05  W-INS-CLIE-NA-MESA      PIC X(01) VALUE "N".
           05  W-INS-SUB-MELHOR        PIC 9(05) VALUE ZEROS.
           05  W-INS-QTDE-MELHOR       PIC 9(07) VALUE ZEROS.
           05  W-INS-VEND-ANT-INSIDE   PIC X(01) VALUE "N".

      * Regra de estabilidade lida do ARQ-PARAM: depois da busca, o
      * vendedor da execucao anterior (ARQ-DIST-ANT, mesma linha) que
      * continua elegivel e mantido quando o ganho do novo candidato
      * nao passa do minimo em Km nem em %, ou quando o cliente esta
      * com ele ha menos dias que a permanencia minima. Zeros nos tres
      * parametros desligam a regra.
       01  W-ESTABILIDADE.
           05  W-EST-ATIVA             PIC X(01) VALUE "N".
           05  W-EST-GANHO-KM          PIC 9(03)V9(01) VALUE ZEROS.
           05  W-EST-GANHO-PCT         PIC 9(03) VALUE ZEROS.
           05  W-EST-PERM-DIAS         PIC 9(04) VALUE ZEROS.
           05  W-EST-MANTEVE           PIC X(01) VALUE "N".
           05  W-EST-ELEGIVEL          PIC X(01) VALUE "N".
           05  W-EST-GANHO-BAIXO       PIC X(01) VALUE "N".
           05  W-EST-MOTIVO            PIC X(24) VALUE SPACES.
           05  W-EST-SUB-ANT           PIC 9(05) VALUE ZEROS.
           05  W-EST-DIST-ANT          PIC 9(10)V9(08) VALUE ZEROS.
           05  W-EST-GANHO-M           PIC S9(10)V9(08) VALUE ZEROS.
           05  W-EST-GANHO-PCT-CALC    PIC S9(05)V9(02) VALUE ZEROS.
           05  W-EST-DIAS              PIC S9(07) VALUE ZEROS.

       01  W-DELTA-DIST.
           05  W-MODO-DELTA            PIC X(01) VALUE "N".
               88  W-MODO-DELTA-ATIVO  VALUE "S".
               10  W-TAB-VEND-SITUACAO-C   PIC X(001).
                   88  W-TAB-VEND-ATIVO-C  VALUE "A".
               10  W-TAB-VEND-TERRIT-C     PIC X(005).
      * CEP do vendedor, para a consulta da matriz rodoviaria por
      * par de CEPs.
               10  W-TAB-VEND-CEP-C        PIC 9(008).
      * Celula da grade espacial do vendedor (grau inteiro de
      * latitude/longitude deslocado para nao ficar negativo),
      * calculada uma vez na carga da tabela.
               10  W-TAB-VEND-CEL-LAT-C    PIC 9(003).
               10  W-TAB-VEND-CEL-LON-C    PIC 9(003).
      * Especializacao setorial: "S" quando o vendedor tem lista de
      * divisoes CNAE (2175); cada posicao da lista e uma divisao
      * (01 a 99) marcada "S" quando atendida.
               10  W-TAB-VEND-ESPEC-C      PIC X(001).
               10  W-TAB-VEND-DIVISOES-C.
                   15  W-TAB-VEND-DIV-C    OCCURS 99 TIMES
                                           PIC X(001).
      * Linha de negocio do vendedor (em branco ou zero = linha 01):
      * so concorre aos clientes na distribuicao da sua linha.
               10  W-TAB-VEND-LINHA-C      PIC 9(002).
      * Tipo de atendimento: C = campo, I = mesa de inside sales (sem
      * coordenadas, fora da busca por distancia).
               10  W-TAB-VEND-TIPO-C       PIC X(001).
                   88  W-TAB-VEND-CAMPO-C  VALUE "C".
                   88  W-TAB-VEND-INSIDE-C VALUE "I".

      * Busca por aneis da grade espacial: o cliente e comparado
      * primeiro com os vendedores da propria celula e das celulas

       01  W-REG-ARQ-EXCECAO-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Cliente; Razao Social; Motivo; Linha;".

       01  W-REG-ARQ-EXCECAO-DET.
           05 W-EXC-CLIE-COD           PIC  9(07) VALUES ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-EXC-MOTIVO             PIC  X(40) VALUES SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-EXC-LINHA              PIC  9(02) VALUES ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-REG-ARQ-EMPATE-CAB.
           05 FILLER                   PIC X(132) VALUE
           05 FILLER                   PIC  X(10) VALUE "Vendedor".
           05 FILLER                   PIC  X(13) VALUE "Nome".
           05 FILLER                   PIC  X(10) VALUE "Distancia".
           05 FILLER                   PIC  X(10) VALUE "Linha".

       01  W-REG-ARQ-RELATO.
           05 W-RELAT-CLIE-COD         PIC  9(07) VALUES ZEROS.
           05 W-RELAT-VEND-COD         PIC  9(07) VALUES ZEROS.
           05 W-RELAT-VEND-RAZAO       PIC  X(40) VALUES SPACES.
           05 W-DISTANCIA              PIC  9(06) VALUES ZEROS.
           05 W-RELAT-LINHA            PIC  9(02) VALUES ZEROS.

       01  W-REG-ARQ-RELATO-LINHA      PIC X(132) VALUE SPACES.

                                           S-MAX-FATUR-VEND
               MOVE "N"                TO W-AGRUPAR-MATRIZ
                                           S-AGRUPAR-MATRIZ
               MOVE "N"                TO W-AGRUPAR-REDE
                                           S-AGRUPAR-REDE
               MOVE ZEROS              TO W-QTDE-TAB-GRUPO
               MOVE "N"                TO W-RAS-ATIVO

                   MOVE PARAM-AGRUPAR-MATRIZ
                                       TO W-AGRUPAR-MATRIZ
                                           S-AGRUPAR-MATRIZ
                   MOVE PARAM-AGRUPAR-REDE
                                       TO W-AGRUPAR-REDE
                                           S-AGRUPAR-REDE
                   MOVE PARAM-INSIDE-SEGMENTO
                                       TO W-INS-SEGMENTO
                   IF  PARAM-INSIDE-TETO-FATUR NUMERIC
                       MOVE PARAM-INSIDE-TETO-FATUR
                                       TO W-INS-TETO-FATUR
                   END-IF
                   IF  PARAM-ESTAB-GANHO-KM NUMERIC
                       MOVE PARAM-ESTAB-GANHO-KM
                                       TO W-EST-GANHO-KM
                   END-IF
                   IF  PARAM-ESTAB-GANHO-PCT NUMERIC
                       MOVE PARAM-ESTAB-GANHO-PCT
                                       TO W-EST-GANHO-PCT
                   END-IF
                   IF  PARAM-ESTAB-PERM-DIAS NUMERIC
                       MOVE PARAM-ESTAB-PERM-DIAS
                                       TO W-EST-PERM-DIAS
                   END-IF
                   IF  W-EST-GANHO-KM  GREATER ZEROS OR
                       W-EST-GANHO-PCT GREATER ZEROS OR
                       W-EST-PERM-DIAS GREATER ZEROS
                       MOVE "S"        TO W-EST-ATIVA
                   END-IF
      * Limite de movimento: liga a gravacao no arquivo pendente.
                   IF  PARAM-LIMITE-MOVIM-PCT NUMERIC
                       MOVE PARAM-LIMITE-MOVIM-PCT
                                       TO W-DPEN-LIMITE-PCT
                   END-IF
                   IF  W-DPEN-LIMITE-PCT GREATER ZEROS
                       MOVE "S"        TO W-DPEN-ATIVO
                   END-IF
               END-IF

               PERFORM 7920-LER-ULT-EXEC-DIST
                   ACCEPT S-LIMIAR-EMPATE-PCT
                   ACCEPT S-MAX-FATUR-VEND
                   ACCEPT S-AGRUPAR-MATRIZ
                   ACCEPT S-AGRUPAR-REDE
                   ACCEPT S-RASTRO-DECISAO
                   IF  W-RAS-ATIVO NOT EQUAL "S" AND
                       W-RAS-ATIVO NOT EQUAL "s"
      * Em lote, processamento que nao chegou ao fim (arquivo
      * inacessivel ou interrupcao) sinaliza o erro ao encadeador
      * GCC099P pelo RETURN-CODE.
      * Execucao retida para aprovacao devolve 4: o GCC099P encerra
      * o ciclo sem tratar como falha (o alerta critico ja foi
      * gravado).
                   IF  W-DPEN-RETIDA   EQUAL "S"
                       MOVE 4          TO RETURN-CODE
                   ELSE
                       IF  W-PROCESSO-COMPLETO NOT EQUAL "S"
                           MOVE 8      TO RETURN-CODE
                       END-IF
                   END-IF
                   MOVE "S"            TO W-FIM
               END-IF

           MOVE "GCC030P"              TO W-EXEC-PROGRAMA
           PERFORM 7940-INICIAR-EXEC-HIST
           PERFORM 7737-PREPARAR-DIST-ROD

           MOVE "N"                    TO W-INTERROMPIDO
           MOVE ZEROS                  TO W-CONTADOR-POLL
               MOVE "N"                TO W-DIST-ANT-ABERTO
           END-IF

           IF  W-DRD-DISPONIVEL        EQUAL "S"
               PERFORM 7739-FECHAR-ARQ-DIST-ROD
               MOVE "N"                TO W-DRD-DISPONIVEL
           END-IF

           IF  W-PROCESSO-COMPLETO     EQUAL "S" AND
               W-DPEN-PORTAO-ATIVO
               PERFORM 2180-CONCLUIR-DIST-PEND
           END-IF

           IF  W-PROCESSO-COMPLETO     EQUAL "S"
               MOVE ZEROS              TO CHECK-CODIGO
               PERFORM 7950-GRAVAR-CHECKPOINT
      -                  ", retome depois. Tecle <Enter>"
                                       TO  W-MSGERRO
           ELSE
               IF  W-DPEN-RETIDA       EQUAL "S"
                   MOVE W-DPEN-PCT     TO W-DPEN-PCT-ED
                   MOVE SPACES         TO W-MSGERRO
                   STRING "Movimento de " W-DPEN-PCT-ED
                          "% acima do limite, retida p/ aprovacao"
                          " (GCC161P)"
                          DELIMITED BY SIZE INTO W-MSGERRO
               ELSE
                   IF  W-DIST-MANTIDOS GREATER ZEROS
                       MOVE W-DIST-MANTIDOS
                                       TO W-ALE-QTDE-ED
                       MOVE SPACES     TO W-MSGERRO
                       STRING "Fim processo, " W-ALE-QTDE-ED
                              " mantidas por estabilidade,"
                              " tecle <Enter>"
                              DELIMITED BY SIZE INTO W-MSGERRO
                   ELSE
                       MOVE  "Fim processo, tecle <Enter>"
                                       TO  W-MSGERRO
                   END-IF
               END-IF
           END-IF
           PERFORM 8500-MOSTRA-AVISO.


           IF  CLIE-ATIVO
               ADD 1                       TO W-DIST-LIDOS
               MOVE CLIE-CODIGO            TO W-RELAT-CLIE-COD
               MOVE CLIE-RAZAO-SOCIAL      TO W-RELAT-CLIE-RAZAO
               COMPUTE W-VCNA-DIV-CLIE = CLIE-CNAE / 100000

               MOVE ZEROS                  TO W-FATUR-CLIENTE
               IF  W-MAX-FATUR-VEND        GREATER ZEROS OR
                   W-INS-TETO-FATUR        GREATER ZEROS
                   PERFORM 5400-OBTER-FATURAMENTO-CLIE
               END-IF

      * Uma atribuicao por linha de negocio ativa, na ordem da tabela
      * carregada por 7830-CARREGAR-TAB-LINHAS-NEG; o checkpoint
      * continua por cliente, gravado depois da ultima linha.
               PERFORM 1105-DISTRIBUIR-LINHA
                       VARYING W-SUB-LNEG FROM 1 BY 1
                       UNTIL W-SUB-LNEG GREATER W-QTDE-LNEG
                          OR W-VOLTAR   EQUAL "S"

               IF  W-VOLTAR                EQUAL "N"
                   MOVE CLIE-CODIGO        TO CHECK-CODIGO
                   PERFORM 7950-GRAVAR-CHECKPOINT
                   PERFORM 7930-VERIFICAR-INTERRUPCAO
               END-IF
           END-IF

           IF  W-VOLTAR                    EQUAL "N"
               PERFORM 7153-LER-PROX-ARQ-CLIE
               IF  NOT FS-OK AND NOT FS-FIM
                   MOVE "S"                TO W-VOLTAR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1105-DISTRIBUIR-LINHA.
      *----------------------------------------------------------------*
      * Atribuicao do cliente corrente na linha de negocio da posicao
      * W-SUB-LNEG da tabela de linhas: so os vendedores dessa linha
      * concorrem, e vinculo fixo, modo delta, matriz e rede olham a
      * atribuicao anterior e os grupos da mesma linha.

           MOVE W-TLN-CODIGO(W-SUB-LNEG)   TO W-LNEG-ATUAL
           MOVE CLIE-CODIGO                TO DIST-CLIE-CODIGO
           MOVE W-LNEG-ATUAL               TO DIST-LINHA
                                               W-RELAT-LINHA
           MOVE CLIE-CNPJ                  TO DIST-CLIE-CNPJ
           MOVE CLIE-RAZAO-SOCIAL          TO DIST-CLIE-RAZAO-SOCIAL
           MOVE CLIE-LATITUDE              TO DIST-CLIE-LATITUDE
           MOVE CLIE-LONGITUDE             TO DIST-CLIE-LONGITUDE
           MOVE "N"                        TO DIST-VINCULO-FIXO
           MOVE ZEROS                      TO DIST-VEND-RESERVA
                                               DIST-RESERVA-DISTANCIA
           MOVE "N"                        TO DIST-COBERTURA
           MOVE ZEROS                      TO DIST-VEND-TITULAR
                                               DIST-VEND-SECUND
                                               DIST-SECUND-PCT
                                               DIST-DATA-ATRIB
           MOVE "N"                        TO W-VCNA-BARROU-RAIO
           MOVE "N"                        TO W-EST-MANTEVE

           MOVE "N"                        TO W-REAPROVEITOU-DIST
           MOVE SPACES                     TO W-RAS-REGRA
           PERFORM 1118-MANTER-VINCULO-FIXO

           MOVE "N"                        TO W-INS-CLIE-NA-MESA
           IF  W-REAPROVEITOU-DIST EQUAL "N"
               PERFORM 1140-VERIFICAR-MESA-INSIDE
               IF  W-INS-CLIE-NA-MESA  EQUAL "S"
                   PERFORM 1145-ATRIBUIR-MESA-INSIDE
               END-IF
           END-IF

           MOVE "N"                        TO W-GRP-SEGUIU-MATRIZ
           IF  W-REAPROVEITOU-DIST EQUAL "N" AND
               W-AGRUPA-MATRIZ
               PERFORM 1122-SEGUIR-MATRIZ
           END-IF

           IF  W-REAPROVEITOU-DIST EQUAL "N" AND
               W-AGRUPA-REDE
               PERFORM 1126-SEGUIR-REDE
           END-IF

           IF  W-REAPROVEITOU-DIST EQUAL "N" AND
               W-MODO-DELTA-ATIVO           AND
               W-DATA-ULT-EXEC-DIST  GREATER ZEROS AND
               CLIE-DATA-ALTERACAO   LESS    W-DATA-ULT-EXEC-DIST
               PERFORM 1120-REAPROVEITAR-DIST-ANT
           END-IF

           IF  W-REAPROVEITOU-DIST EQUAL "N"
               PERFORM 1110-ENCONTRAR-VENDEDOR
           END-IF

           IF  W-VOLTAR                    EQUAL "N"
               IF  W-VEND-ENCONTRADO       EQUAL "S"
                   PERFORM 1130-MARCAR-COBERTURA
                   PERFORM 1155-DATAR-ATRIBUICAO
                   PERFORM 4300-GRAVAR-REGISTRO
                   ADD 1                   TO W-DIST-GRAVADOS
      * Com limite de movimento o historico sai na aplicacao.
                   IF  NOT W-DPEN-PORTAO-ATIVO
                       PERFORM 4470-GRAVAR-HIST-ATRIB
                   END-IF
      * Cliente da mesa inside nao define o vendedor do grupo.
                   IF  W-AGRUPA-MATRIZ AND
                       W-INS-CLIE-NA-MESA  EQUAL "N"
                       PERFORM 1123-REGISTRAR-MATRIZ
                   END-IF
                   IF  W-AGRUPA-REDE AND
                       W-INS-CLIE-NA-MESA  EQUAL "N"
                       PERFORM 1127-REGISTRAR-REDE
                   END-IF
                   IF  W-RAS-ABERTO        EQUAL "S"
                       MOVE "D"            TO W-RAS-TIPO
                       MOVE DIST-VEND-CODIGO
                                           TO W-RAS-VEND
                       MOVE W-RAS-REGRA    TO W-RAS-MOTIVO
                       PERFORM 4610-GRAVAR-RASTRO
                   END-IF
               ELSE
                   PERFORM 4400-GRAVAR-NAO-ATRIBUIDO
                   ADD 1                   TO W-DIST-ERROS
                   IF  W-RAS-ABERTO        EQUAL "S"
                       MOVE "D"            TO W-RAS-TIPO
                       MOVE ZEROS          TO W-RAS-VEND
                       IF  W-VCNA-BARROU-RAIO EQUAL "S"
                           MOVE "SEM-ESPECIALISTA"
                                           TO W-RAS-MOTIVO
                       ELSE
                           MOVE "SEM-VENDEDOR"
                                           TO W-RAS-MOTIVO
                       END-IF
                       PERFORM 4610-GRAVAR-RASTRO
                   END-IF
               END-IF
               IF  NOT FS-OK
                   MOVE "S"                TO W-VOLTAR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1105-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
                                       TO W-RAS-REGRA
                   END-IF
               END-IF
           END-IF

           IF  W-VEND-ENCONTRADO EQUAL "S" AND
               W-EST-MANTEVE     EQUAL "S"
               MOVE "ESTABILIDADE"     TO W-RAS-REGRA
           END-IF.

      *----------------------------------------------------------------*
               PERFORM VARYING W-SUB-TAB-VENDEDOR FROM 1 BY 1
                       UNTIL W-SUB-TAB-VENDEDOR GREATER
                             W-QTDE-TAB-VENDEDOR
                   IF  W-TAB-VEND-LINHA-C(W-SUB-TAB-VENDEDOR) EQUAL
                       W-LNEG-ATUAL AND
                       W-TAB-VEND-CAMPO-C(W-SUB-TAB-VENDEDOR)
                       PERFORM 1116-AVALIAR-CANDIDATO
                   END-IF
               END-PERFORM
           END-IF


           IF  W-VOLTAR EQUAL "N" AND W-VEND-ENCONTRADO EQUAL "S"
               IF  W-EST-ATIVA         EQUAL "S"
                   PERFORM 1150-VERIFICAR-ESTABILIDADE
               END-IF
               PERFORM 5250-INCREMENTAR-CONTADOR-VEND
      * Atribuicao mantida pela estabilidade nao foi decidida no
      * limiar da busca: nao entra no log de quase-empate.
               IF  W-EST-MANTEVE       EQUAL "N"
                   PERFORM 1117-VERIFICAR-QUASE-EMPATE
               END-IF
      * Reserva oficial: o segundo colocado qualificado fica gravado
      * na atribuicao, para cobertura em ausencias do titular.
               IF  W-VEND-SEGUNDO-ENCONTRADO EQUAL "S"
                                        TO VEND-SITUACAO
               MOVE W-TAB-VEND-TERRIT-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-TERRITORIO
               MOVE W-TAB-VEND-CEP-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-CEP

               PERFORM 5100-CALCULAR-DISTANCIA
               MOVE "N"                 TO W-VEND-MELHOR-ATE-AGORA
               PERFORM 2165-VERIFICAR-AUSENCIA
               PERFORM 2176-VERIFICAR-ESPEC-CNAE

      * Rastro: candidato barrado antes dos limites configurados.
               IF  W-RAS-ABERTO         EQUAL "S"
                           MOVE "TERRITORIO-DIFERENTE"
                                        TO W-RAS-MOTIVO
                           PERFORM 4610-GRAVAR-RASTRO
                       WHEN W-VCNA-ATENDE EQUAL "N"
                           MOVE "R"     TO W-RAS-TIPO
                           MOVE VEND-CODIGO
                                        TO W-RAS-VEND
                           MOVE "CNAE-NAO-ATENDIDO"
                                        TO W-RAS-MOTIVO
                           PERFORM 4610-GRAVAR-RASTRO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF

      * Vendedor que so ficou de fora pela especializacao setorial:
      * se estava dentro do raio, o cliente sem vendedor e registrado
      * como sem especialista do setor.
               IF  VEND-ATIVO           AND
                   W-VEND-AUSENTE EQUAL "N" AND
                   W-VCNA-ATENDE  EQUAL "N" AND
                   (W-RESTRINGIR-TERRITORIO EQUAL "N" OR
                    VEND-TERRITORIO     EQUAL CLIE-TERRITORIO)
                   PERFORM 5300-VERIFICAR-DISTANCIA-MAXIMA
                   IF  W-DIST-DENTRO-LIMITE EQUAL "S"
                       MOVE "S"         TO W-VCNA-BARROU-RAIO
                   END-IF
               END-IF

               IF  VEND-ATIVO           AND
                   W-VEND-AUSENTE EQUAL "N" AND
                   W-VCNA-ATENDE  EQUAL "S" AND
                   (W-RESTRINGIR-TERRITORIO EQUAL "N" OR
                    VEND-TERRITORIO     EQUAL CLIE-TERRITORIO)

                       UNTIL W-SUB-TAB-VENDEDOR GREATER
                             W-QTDE-TAB-VENDEDOR
                   PERFORM 1121-CALCULAR-ANEL-CANDIDATO
                   IF  W-DIF-CEL-MAIOR EQUAL W-ANEL AND
                       W-TAB-VEND-LINHA-C(W-SUB-TAB-VENDEDOR) EQUAL
                       W-LNEG-ATUAL AND
                       W-TAB-VEND-CAMPO-C(W-SUB-TAB-VENDEDOR)
                       PERFORM 1116-AVALIAR-CANDIDATO
                   END-IF
               END-PERFORM
                           UNTIL W-SUB-TAB-VENDEDOR GREATER
                                 W-QTDE-TAB-VENDEDOR
                       PERFORM 1121-CALCULAR-ANEL-CANDIDATO
                       IF  W-DIF-CEL-MAIOR NOT LESS W-ANEL AND
                           W-TAB-VEND-LINHA-C(W-SUB-TAB-VENDEDOR)
                           EQUAL W-LNEG-ATUAL AND
                           W-TAB-VEND-CAMPO-C(W-SUB-TAB-VENDEDOR)
                           PERFORM 1116-AVALIAR-CANDIDATO
                       END-IF
                   END-PERFORM
      * 7605-ARQUIVAR-ARQ-DIST) mantem o vendedor da execucao
      * anterior, contando normalmente na capacidade do vendedor
      * (5250); so os clientes sem vinculo passam pela busca de
      * 1115-PROCURAR-VENDEDOR. A atribuicao anterior e a da mesma
      * linha de negocio.
           MOVE CLIE-CODIGO             TO DIST-ANT-CLIE-CODIGO
           MOVE W-LNEG-ATUAL            TO DIST-ANT-LINHA
           MOVE "N"                     TO W-REG-ENCONTRADO
           IF  W-DIST-ANT-ABERTO       EQUAL "S"
               READ ARQ-DIST-ANT KEY IS DIST-ANT-CHAVE
                        INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                    NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
               END-READ
                   ADD 1               TO W-QTDE-TAB-GRUPO
                   MOVE W-GRP-RAIZ-CORRENTE
                        TO W-GRP-RAIZ(W-QTDE-TAB-GRUPO)
                   MOVE W-LNEG-ATUAL
                        TO W-GRP-LINHA(W-QTDE-TAB-GRUPO)
                   MOVE DIST-VEND-CODIGO
                        TO W-GRP-VEND-CODIGO(W-QTDE-TAB-GRUPO)
               END-IF
                   UNTIL W-SUB-GRUPO GREATER W-QTDE-TAB-GRUPO
                      OR W-SUB-GRUPO-ACHADO GREATER ZEROS
               IF  W-GRP-RAIZ(W-SUB-GRUPO) EQUAL
                   W-GRP-RAIZ-CORRENTE AND
                   W-GRP-LINHA(W-SUB-GRUPO) EQUAL W-LNEG-ATUAL
                   MOVE W-SUB-GRUPO    TO W-SUB-GRUPO-ACHADO
               END-IF
           END-PERFORM.
                         W-QTDE-TAB-VENDEDOR
                      OR W-GRP-SEGUIU-MATRIZ EQUAL "S"
               IF  W-TAB-VEND-CODIGO-C(W-SUB-TAB-VENDEDOR) EQUAL
                   W-COD-VEND-PROCURA AND
                   W-TAB-VEND-LINHA-C(W-SUB-TAB-VENDEDOR) EQUAL
                   W-LNEG-ATUAL
                   MOVE W-TAB-VEND-CODIGO-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-CODIGO
                   MOVE W-TAB-VEND-RAZAO-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-SITUACAO
                   MOVE W-TAB-VEND-TERRIT-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-TERRITORIO
                   MOVE W-TAB-VEND-CEP-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-CEP
                   PERFORM 5100-CALCULAR-DISTANCIA
                   MOVE REG-ARQ-VENDEDOR
                                        TO REG-DIST-VENDEDOR
       1125-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1126-SEGUIR-REDE.
      *----------------------------------------------------------------*
      * Cliente de rede ativa com vendedor ja definido (responsavel
      * do cadastro ou primeiro membro distribuido) segue esse
      * vendedor, com a distancia recalculada para o cliente. O
      * responsavel so vale na linha de negocio dele; nas demais
      * linhas vale o primeiro membro distribuido naquela linha.
           IF  CLIE-REDE-CODIGO        GREATER ZEROS
               MOVE CLIE-REDE-CODIGO   TO W-SUB-REDE
               IF  W-TRD-ATIVA(W-SUB-REDE) EQUAL "S" AND
                   W-TRD-VEND-CODIGO(W-SUB-REDE) GREATER ZEROS
                   MOVE W-TRD-VEND-CODIGO(W-SUB-REDE)
                                       TO W-COD-VEND-PROCURA
                   PERFORM 1125-MONTAR-VEND-DO-GRUPO
               END-IF
               IF  W-REAPROVEITOU-DIST EQUAL "N" AND
                   W-TRD-ATIVA(W-SUB-REDE) EQUAL "S" AND
                   W-TRD-VEND-PRIM(W-SUB-REDE W-SUB-LNEG)
                                       GREATER ZEROS
                   MOVE W-TRD-VEND-PRIM(W-SUB-REDE W-SUB-LNEG)
                                       TO W-COD-VEND-PROCURA
                   PERFORM 1125-MONTAR-VEND-DO-GRUPO
               END-IF
               IF  W-REAPROVEITOU-DIST EQUAL "S"
                   MOVE "REDE"         TO W-RAS-REGRA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1126-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1127-REGISTRAR-REDE.
      *----------------------------------------------------------------*
      * Rede ativa assume, em cada linha de negocio, o vendedor do
      * primeiro membro atribuido, para os membros seguintes (o
      * responsavel do cadastro, quando da linha, tem precedencia).
           IF  CLIE-REDE-CODIGO        GREATER ZEROS
               MOVE CLIE-REDE-CODIGO   TO W-SUB-REDE
               IF  W-TRD-ATIVA(W-SUB-REDE) EQUAL "S" AND
                   W-TRD-VEND-PRIM(W-SUB-REDE W-SUB-LNEG) EQUAL ZEROS
                   MOVE DIST-VEND-CODIGO
                        TO W-TRD-VEND-PRIM(W-SUB-REDE W-SUB-LNEG)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1127-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-REAPROVEITAR-DIST-ANT.
      *----------------------------------------------------------------*
                       MOVE "N"            TO W-ANT-REUSAVEL
                   END-IF
               END-IF
      * Cliente que saiu da regra da mesa inside nao continua com o
      * vendedor inside da execucao anterior.
               IF  W-ANT-REUSAVEL          EQUAL "S"
                   PERFORM 1147-VERIFICAR-VEND-ANT-INSIDE
                   IF  W-INS-VEND-ANT-INSIDE EQUAL "S"
                       MOVE "N"            TO W-ANT-REUSAVEL
                   END-IF
               END-IF
               IF  W-ANT-REUSAVEL          EQUAL "S"
                   MOVE REG-ARQ-DIST-ANT       TO REG-ARQ-DIST
                   MOVE DIST-VEND-CODIGO       TO W-RELAT-VEND-COD
       1120-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-VERIFICAR-ESTABILIDADE.
      *----------------------------------------------------------------*
      * Regra de estabilidade: a busca escolheu um vendedor diferente
      * do da execucao anterior. Se o anterior continua elegivel pelos
      * mesmos criterios da busca e a troca seria so por distancia
      * (ganho abaixo do minimo ou permanencia minima nao cumprida),
      * o cliente fica com ele e o vencedor da busca vira a reserva.
      * Cobertura temporaria fica de fora: o titular decide (1130).
           MOVE "N"                    TO W-EST-MANTEVE
           IF  W-ANT-LIDO-ENCONTRADO   EQUAL "S" AND
               NOT DIST-ANT-COB-TEMP          AND
               DIST-ANT-VEND-CODIGO    GREATER ZEROS AND
               DIST-ANT-VEND-CODIGO    NOT EQUAL W-COD-VEND-MELHOR
               PERFORM 1151-AVALIAR-VEND-ANTERIOR
               IF  W-EST-ELEGIVEL      EQUAL "S"
                   PERFORM 1152-APURAR-GANHO
                   IF  W-EST-MOTIVO    NOT EQUAL SPACES
                       IF  W-RAS-ABERTO EQUAL "S"
                           MOVE "R"    TO W-RAS-TIPO
                           MOVE W-COD-VEND-MELHOR
                                       TO W-RAS-VEND
                           MOVE W-EST-MOTIVO
                                       TO W-RAS-MOTIVO
                           PERFORM 4610-GRAVAR-RASTRO
                       END-IF
                       MOVE W-COD-VEND-MELHOR
                                       TO W-COD-VEND-SEGUNDO
                       MOVE W-RAZAO-VEND-MELHOR
                                       TO W-RAZAO-VEND-SEGUNDO
                       MOVE W-DIST-VEND-ANTERIOR
                                       TO W-DIST-VEND-SEGUNDO
                       MOVE "S"        TO W-VEND-SEGUNDO-ENCONTRADO
                       MOVE REG-ARQ-VENDEDOR
                                       TO REG-DIST-VENDEDOR
                       MOVE VEND-CODIGO
                                       TO W-RELAT-VEND-COD
                                          W-COD-VEND-MELHOR
                       MOVE VEND-RAZAO-SOCIAL
                                       TO W-RELAT-VEND-RAZAO
                                          W-RAZAO-VEND-MELHOR
                       MOVE W-EST-DIST-ANT
                                       TO W-DISTANCIA
                                          DIST-DISTANCIA
                                          W-DIST-VEND-ANTERIOR
                       MOVE "S"        TO W-EST-MANTEVE
                       ADD 1           TO W-DIST-MANTIDOS
                   END-IF
               ELSE
                   IF  W-RAS-ABERTO    EQUAL "S"
                       MOVE "R"        TO W-RAS-TIPO
                       MOVE DIST-ANT-VEND-CODIGO
                                       TO W-RAS-VEND
                       MOVE "ANTERIOR-INELEGIVEL"
                                       TO W-RAS-MOTIVO
                       PERFORM 4610-GRAVAR-RASTRO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1151-AVALIAR-VEND-ANTERIOR.
      *----------------------------------------------------------------*
      * Elegibilidade do vendedor anterior com os criterios de
      * 1116-AVALIAR-CANDIDATO: vendedor de campo da mesma linha,
      * ativo, presente, atendendo o CNAE e o territorio da passada,
      * com capacidade e dentro da distancia maxima. Deixa o vendedor
      * carregado em REG-ARQ-VENDEDOR e a distancia em W-EST-DIST-ANT.
           MOVE "N"                    TO W-EST-ELEGIVEL
           MOVE ZEROS                  TO W-EST-SUB-ANT
           PERFORM VARYING W-SUB-TAB-VENDEDOR FROM 1 BY 1
                   UNTIL W-SUB-TAB-VENDEDOR GREATER
                         W-QTDE-TAB-VENDEDOR
               IF  W-TAB-VEND-CODIGO-C(W-SUB-TAB-VENDEDOR) EQUAL
                   DIST-ANT-VEND-CODIGO
                   MOVE W-SUB-TAB-VENDEDOR
                                       TO W-EST-SUB-ANT
               END-IF
           END-PERFORM

           IF  W-EST-SUB-ANT           GREATER ZEROS
               MOVE W-EST-SUB-ANT      TO W-SUB-TAB-VENDEDOR
               IF  W-TAB-VEND-LINHA-C(W-SUB-TAB-VENDEDOR) EQUAL
                   W-LNEG-ATUAL AND
                   W-TAB-VEND-CAMPO-C(W-SUB-TAB-VENDEDOR)
                   MOVE W-TAB-VEND-CODIGO-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-CODIGO
                   MOVE W-TAB-VEND-RAZAO-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-RAZAO-SOCIAL
                   MOVE W-TAB-VEND-LATITUDE-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-LATITUDE
                   MOVE W-TAB-VEND-LONGITUDE-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-LONGITUDE
                   MOVE W-TAB-VEND-SITUACAO-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-SITUACAO
                   MOVE W-TAB-VEND-TERRIT-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-TERRITORIO
                   MOVE W-TAB-VEND-CEP-C(W-SUB-TAB-VENDEDOR)
                                        TO VEND-CEP
                   PERFORM 5100-CALCULAR-DISTANCIA
                   PERFORM 2165-VERIFICAR-AUSENCIA
                   PERFORM 2176-VERIFICAR-ESPEC-CNAE
                   IF  VEND-ATIVO           AND
                       W-VEND-AUSENTE EQUAL "N" AND
                       W-VCNA-ATENDE  EQUAL "S" AND
                       (W-RESTRINGIR-TERRITORIO EQUAL "N" OR
                        VEND-TERRITORIO     EQUAL CLIE-TERRITORIO)
                       PERFORM 5200-VERIFICAR-CAPACIDADE-VEND
                       PERFORM 5300-VERIFICAR-DISTANCIA-MAXIMA
                       IF  W-VEND-TEM-CAPACIDADE EQUAL "S" AND
                           W-DIST-DENTRO-LIMITE  EQUAL "S"
                           MOVE "S"     TO W-EST-ELEGIVEL
                           MOVE W-DIST-VEND-ATUAL
                                        TO W-EST-DIST-ANT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1151-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1152-APURAR-GANHO.
      *----------------------------------------------------------------*
      * Devolve em W-EST-MOTIVO por que a troca nao se justifica, ou
      * brancos quando o novo vendedor deve assumir. Permanencia
      * contada da data da atribuicao anterior ate a data do
      * processamento; ganho em metros sobre a distancia do vendedor
      * anterior (negativo quando o novo e mais longe, como na
      * estrategia de menor carga).
           MOVE SPACES                 TO W-EST-MOTIVO

           IF  W-EST-PERM-DIAS         GREATER ZEROS AND
               DIST-ANT-DATA-ATRIB     NUMERIC       AND
               DIST-ANT-DATA-ATRIB     GREATER ZEROS AND
               DIST-ANT-DATA-ATRIB     NOT GREATER W-AUS-DATA-PROC
               COMPUTE W-EST-DIAS =
                       FUNCTION INTEGER-OF-DATE(W-AUS-DATA-PROC)
                     - FUNCTION INTEGER-OF-DATE(DIST-ANT-DATA-ATRIB)
               IF  W-EST-DIAS          LESS W-EST-PERM-DIAS
                   MOVE "PERMANENCIA-MINIMA"
                                       TO W-EST-MOTIVO
               END-IF
           END-IF

           IF  W-EST-MOTIVO            EQUAL SPACES AND
               (W-EST-GANHO-KM         GREATER ZEROS OR
                W-EST-GANHO-PCT        GREATER ZEROS)
               COMPUTE W-EST-GANHO-M =
                       W-EST-DIST-ANT - W-DIST-VEND-ANTERIOR
               MOVE "S"                TO W-EST-GANHO-BAIXO
               IF  W-EST-GANHO-KM      GREATER ZEROS AND
                   W-EST-GANHO-M       GREATER (W-EST-GANHO-KM * 1000)
                   MOVE "N"            TO W-EST-GANHO-BAIXO
               END-IF
               IF  W-EST-GANHO-PCT     GREATER ZEROS AND
                   W-EST-DIST-ANT      GREATER ZEROS
                   COMPUTE W-EST-GANHO-PCT-CALC ROUNDED =
                           W-EST-GANHO-M * 100 / W-EST-DIST-ANT
                   IF  W-EST-GANHO-PCT-CALC GREATER W-EST-GANHO-PCT
                       MOVE "N"        TO W-EST-GANHO-BAIXO
                   END-IF
               END-IF
               IF  W-EST-GANHO-BAIXO   EQUAL "S"
                   MOVE "GANHO-ABAIXO-LIMIAR"
                                       TO W-EST-MOTIVO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1152-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1155-DATAR-ATRIBUICAO.
      *----------------------------------------------------------------*
      * Data em que o vendedor assumiu o cliente: a da execucao
      * anterior enquanto o vendedor for o mesmo, senao a data do
      * processamento.
           IF  W-ANT-LIDO-ENCONTRADO   EQUAL "S" AND
               DIST-ANT-VEND-CODIGO    EQUAL DIST-VEND-CODIGO AND
               DIST-ANT-DATA-ATRIB     NUMERIC AND
               DIST-ANT-DATA-ATRIB     GREATER ZEROS
               MOVE DIST-ANT-DATA-ATRIB
                                       TO DIST-DATA-ATRIB
           ELSE
               MOVE W-AUS-DATA-PROC    TO DIST-DATA-ATRIB
           END-IF.

      *----------------------------------------------------------------*
       1155-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1140-VERIFICAR-MESA-INSIDE.
      *----------------------------------------------------------------*
      * O cliente vai para a mesa inside quando ha regra configurada,
      * ele atende a todos os criterios informados (segmento ABC e
      * teto de faturamento acumulado) e existe ao menos um vendedor
      * inside ativo e presente na linha de negocio corrente.
           MOVE "N"                    TO W-INS-CLIE-NA-MESA
           MOVE ZEROS                  TO W-INS-SUB-MELHOR

           IF  W-INS-SEGMENTO          NOT EQUAL SPACE OR
               W-INS-TETO-FATUR        GREATER ZEROS
               MOVE "S"                TO W-INS-CLIE-NA-MESA
               IF  W-INS-SEGMENTO      NOT EQUAL SPACE AND
                   CLIE-SEGMENTO       NOT EQUAL W-INS-SEGMENTO
                   MOVE "N"            TO W-INS-CLIE-NA-MESA
               END-IF
               IF  W-INS-TETO-FATUR    GREATER ZEROS AND
                   W-FATUR-CLIENTE     GREATER W-INS-TETO-FATUR
                   MOVE "N"            TO W-INS-CLIE-NA-MESA
               END-IF
           END-IF

      * Vendedor inside de menor carga nesta execucao (5230), o que
      * equilibra a mesa por numero de clientes.
           IF  W-INS-CLIE-NA-MESA      EQUAL "S"
               MOVE 9999999            TO W-INS-QTDE-MELHOR
               PERFORM VARYING W-SUB-TAB-VENDEDOR FROM 1 BY 1
                       UNTIL W-SUB-TAB-VENDEDOR GREATER
                             W-QTDE-TAB-VENDEDOR
                   IF  W-TAB-VEND-INSIDE-C(W-SUB-TAB-VENDEDOR) AND
                       W-TAB-VEND-ATIVO-C(W-SUB-TAB-VENDEDOR)  AND
                       W-TAB-VEND-LINHA-C(W-SUB-TAB-VENDEDOR) EQUAL
                       W-LNEG-ATUAL
                       MOVE W-TAB-VEND-CODIGO-C(W-SUB-TAB-VENDEDOR)
                                       TO VEND-CODIGO
                       PERFORM 2165-VERIFICAR-AUSENCIA
                       IF  W-VEND-AUSENTE EQUAL "N"
                           PERFORM 5230-OBTER-QTDE-VEND-ATUAL
                           IF  W-QTDE-VEND-CANDIDATO LESS
                               W-INS-QTDE-MELHOR
                               MOVE W-QTDE-VEND-CANDIDATO
                                       TO W-INS-QTDE-MELHOR
                               MOVE W-SUB-TAB-VENDEDOR
                                       TO W-INS-SUB-MELHOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF  W-INS-SUB-MELHOR    EQUAL ZEROS
                   MOVE "N"            TO W-INS-CLIE-NA-MESA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1145-ATRIBUIR-MESA-INSIDE.
      *----------------------------------------------------------------*
      * Atribui o cliente ao vendedor inside escolhido em 1140. Sem
      * coordenadas de vendedor, a distancia gravada e zero.
           MOVE W-TAB-VEND-CODIGO-C(W-INS-SUB-MELHOR)
                                       TO VEND-CODIGO
           MOVE W-TAB-VEND-RAZAO-C(W-INS-SUB-MELHOR)
                                       TO VEND-RAZAO-SOCIAL
           MOVE ZEROS                  TO VEND-LATITUDE
                                          VEND-LONGITUDE
           MOVE W-TAB-VEND-SITUACAO-C(W-INS-SUB-MELHOR)
                                       TO VEND-SITUACAO
           MOVE W-TAB-VEND-TERRIT-C(W-INS-SUB-MELHOR)
                                       TO VEND-TERRITORIO
           MOVE W-TAB-VEND-CEP-C(W-INS-SUB-MELHOR)
                                       TO VEND-CEP
           MOVE REG-ARQ-VENDEDOR       TO REG-DIST-VENDEDOR
           MOVE VEND-CODIGO            TO W-RELAT-VEND-COD
           MOVE VEND-RAZAO-SOCIAL      TO W-RELAT-VEND-RAZAO
           MOVE ZEROS                  TO W-DISTANCIA
                                          DIST-DISTANCIA
           MOVE "S"                    TO W-VEND-ENCONTRADO
                                          W-REAPROVEITOU-DIST
           MOVE "MESA-INSIDE"          TO W-RAS-REGRA
           PERFORM 5250-INCREMENTAR-CONTADOR-VEND.

      *----------------------------------------------------------------*
       1145-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1147-VERIFICAR-VEND-ANT-INSIDE.
      *----------------------------------------------------------------*
      * "S" quando o vendedor da atribuicao anterior (ARQ-DIST-ANT) e
      * um vendedor inside da tabela em memoria.
           MOVE "N"                    TO W-INS-VEND-ANT-INSIDE
           PERFORM VARYING W-SUB-TAB-VENDEDOR FROM 1 BY 1
                   UNTIL W-SUB-TAB-VENDEDOR GREATER
                         W-QTDE-TAB-VENDEDOR
               IF  W-TAB-VEND-CODIGO-C(W-SUB-TAB-VENDEDOR) EQUAL
                   DIST-ANT-VEND-CODIGO AND
                   W-TAB-VEND-INSIDE-C(W-SUB-TAB-VENDEDOR)
                   MOVE "S"            TO W-INS-VEND-ANT-INSIDE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       1147-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      * ROTINAS AUXILIARES
      ******************************************************************
      *----------------------------------------------------------------*
       2100-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
      * Execucao anterior retida aguardando aprovacao: nova rodada
      * sobrescreveria o resultado que o supervisor ainda vai
      * revisar (vale mesmo com o limite desligado depois).
           IF  W-VOLTAR                EQUAL "N"
               PERFORM 7842-VERIFICAR-DIST-PEND
               IF  W-DPEN-PENDENTE     EQUAL "S"
                   MOVE "S"            TO W-VOLTAR
                   MOVE "S"            TO W-DPEN-RETIDA
                   IF  LK-PARAM        NOT EQUAL "B"
                       MOVE "Distribuicao anterior aguarda aprovacao (G
      -                     "CC161P), tecle <Enter>"
                                       TO W-MSGERRO
                       PERFORM 8500-MOSTRA-AVISO
                   ELSE
                       DISPLAY "GCC030P - distribuicao anterior aguarda"
                               " aprovacao (GCC161P)"
                   END-IF
               END-IF
           END-IF

      * Validar arquivo de clientes
           IF  W-VOLTAR                EQUAL "N"
               PERFORM 7111-ABRIR-INPUT-ARQ-CLIE
               PERFORM 2150-CARREGAR-TAB-VENDEDOR
           END-IF

      * Linhas de negocio ativas a distribuir (sem o cadastro, so a
      * linha 01, como antes da separacao por linha).
           IF  W-VOLTAR    EQUAL "N"
               PERFORM 7830-CARREGAR-TAB-LINHAS-NEG
               MOVE "00"               TO WS-RESULTADO-ACESSO
           END-IF

           IF  W-VOLTAR    EQUAL "N"
               PERFORM 7510-ABRIR-ARQ-RELATO
               IF  NOT FS-OK
               IF  W-RETOMAR-CHECK     NOT EQUAL "S"
                   PERFORM 7605-ARQUIVAR-ARQ-DIST
               END-IF
      * Com limite de movimento o FD do ARQ-DIST grava no arquivo
      * pendente; o nome so vale na abertura, e o oficial volta logo
      * em seguida.
               IF  W-DPEN-PORTAO-ATIVO
                   MOVE WID-ARQ-DIST   TO W-DPEN-NOME-OFICIAL
                   MOVE WID-ARQ-DIST-PEND
                                       TO WID-ARQ-DIST
               END-IF
               PERFORM 7610-ABRIR-ARQ-DIST
               IF  W-DPEN-PORTAO-ATIVO
                   MOVE W-DPEN-NOME-OFICIAL
                                       TO WID-ARQ-DIST
               END-IF
               IF  NOT FS-OK
                   MOVE "S"            TO W-VOLTAR
                   PERFORM 7590-FECHAR-ARQ-RELATO
               PERFORM 2160-CARREGAR-AUSENCIAS
           END-IF

           IF  W-VOLTAR    EQUAL "N"
               PERFORM 2175-CARREGAR-ESPEC-CNAE
           END-IF

           IF  W-VOLTAR    EQUAL "N" AND
               W-AGRUPA-REDE
               PERFORM 2170-CARREGAR-TAB-REDE
           END-IF

           IF  W-VOLTAR    EQUAL "N"
               MOVE "N"                TO W-GRAVADO-EMPATE
               PERFORM 7715-ABRIR-ARQ-QUASE-EMPATE
                   END-IF
                   MOVE VEND-TERRITORIO
                        TO W-TAB-VEND-TERRIT-C(W-QTDE-TAB-VENDEDOR)
                   MOVE VEND-CEP
                        TO W-TAB-VEND-CEP-C(W-QTDE-TAB-VENDEDOR)
                   COMPUTE W-TAB-VEND-CEL-LAT-C(W-QTDE-TAB-VENDEDOR) =
                           FUNCTION INTEGER-PART(VEND-LATITUDE) + 90
                   COMPUTE W-TAB-VEND-CEL-LON-C(W-QTDE-TAB-VENDEDOR) =
                           FUNCTION INTEGER-PART(VEND-LONGITUDE) + 180
                   MOVE "N"
                        TO W-TAB-VEND-ESPEC-C(W-QTDE-TAB-VENDEDOR)
                   MOVE ALL "N"
                        TO W-TAB-VEND-DIVISOES-C(W-QTDE-TAB-VENDEDOR)
                   IF  VEND-LINHA      NOT NUMERIC OR
                       VEND-LINHA      EQUAL ZEROS
                       MOVE 1
                        TO W-TAB-VEND-LINHA-C(W-QTDE-TAB-VENDEDOR)
                   ELSE
                       MOVE VEND-LINHA
                        TO W-TAB-VEND-LINHA-C(W-QTDE-TAB-VENDEDOR)
                   END-IF
                   IF  VEND-INSIDE
                       MOVE "I"
                        TO W-TAB-VEND-TIPO-C(W-QTDE-TAB-VENDEDOR)
                   ELSE
                       MOVE "C"
                        TO W-TAB-VEND-TIPO-C(W-QTDE-TAB-VENDEDOR)
                   END-IF
                   PERFORM 7253-LER-PROX-ARQ-VEND
               END-PERFORM
               PERFORM 7290-FECHAR-ARQ-VEND
       2160-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2170-CARREGAR-TAB-REDE.
      *----------------------------------------------------------------*
      * Carrega as redes ativas e o vendedor responsavel de cada uma.
      * Cadastro de redes ainda inexistente desliga o agrupamento com
      * aviso, em vez de abortar a distribuicao.
           INITIALIZE W-TABELA-REDES

           OPEN INPUT ARQ-REDE
           IF  NOT FS-OK
               MOVE "N"                TO W-AGRUPAR-REDE
               IF  LK-PARAM            NOT EQUAL "B"
                   MOVE "ARQ-REDE indisponivel, agrupamento por rede ig
      -                 "norado, tecle <Enter>"
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   DISPLAY "GCC030P - ARQ-REDE indisponivel"
                           " - agrupamento por rede ignorado"
               END-IF
           ELSE
               PERFORM 7643-LER-PROX-ARQ-REDE
               PERFORM UNTIL NOT FS-OK
                   IF  REDE-ATIVA AND
                       REDE-CODIGO     GREATER ZEROS
                       MOVE "S"        TO W-TRD-ATIVA(REDE-CODIGO)
                       MOVE REDE-VEND-CODIGO
                                       TO W-TRD-VEND-CODIGO
                                          (REDE-CODIGO)
                   END-IF
                   PERFORM 7643-LER-PROX-ARQ-REDE
               END-PERFORM
               PERFORM 7649-FECHAR-ARQ-REDE
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2170-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2175-CARREGAR-ESPEC-CNAE.
      *----------------------------------------------------------------*
      * Marca na tabela de vendedores as divisoes CNAE que cada um
      * pode atender. ARQ-VEND-CNAE e a tabela estao ambos na ordem
      * do codigo do vendedor, entao as duas listas sao casadas numa
      * unica passada. Sem o arquivo ninguem tem especializacao e a
      * distribuicao segue como antes.
           MOVE 1                      TO W-VCNA-SUB

           OPEN INPUT ARQ-VEND-CNAE
           IF  FS-OK
               PERFORM 7799-LER-PROX-ARQ-VEND-CNAE
               PERFORM UNTIL NOT FS-OK
                   PERFORM UNTIL W-VCNA-SUB GREATER
                                 W-QTDE-TAB-VENDEDOR
                              OR W-TAB-VEND-CODIGO-C(W-VCNA-SUB)
                                 NOT LESS VCNA-VEND-CODIGO
                       ADD 1           TO W-VCNA-SUB
                   END-PERFORM
                   IF  W-VCNA-SUB      NOT GREATER
                       W-QTDE-TAB-VENDEDOR AND
                       W-TAB-VEND-CODIGO-C(W-VCNA-SUB) EQUAL
                       VCNA-VEND-CODIGO AND
                       VCNA-DIVISAO    GREATER ZEROS
                       MOVE "S"
                            TO W-TAB-VEND-ESPEC-C(W-VCNA-SUB)
                       MOVE "S"
                            TO W-TAB-VEND-DIV-C(W-VCNA-SUB,
                                                VCNA-DIVISAO)
                   END-IF
                   PERFORM 7799-LER-PROX-ARQ-VEND-CNAE
               END-PERFORM
               PERFORM 7809-FECHAR-ARQ-VEND-CNAE
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       2175-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2176-VERIFICAR-ESPEC-CNAE.
      *----------------------------------------------------------------*
      * Devolve W-VCNA-ATENDE = "N" quando o vendedor da posicao
      * W-SUB-TAB-VENDEDOR tem lista de divisoes e a divisao do
      * cliente nao esta nela. Cliente sem CNAE e vendedor sem lista
      * (generalista) nao restringem.
           MOVE "S"                    TO W-VCNA-ATENDE
           IF  W-VCNA-DIV-CLIE         GREATER ZEROS AND
               W-TAB-VEND-ESPEC-C(W-SUB-TAB-VENDEDOR) EQUAL "S"
               IF  W-TAB-VEND-DIV-C(W-SUB-TAB-VENDEDOR,
                                    W-VCNA-DIV-CLIE) NOT EQUAL "S"
                   MOVE "N"            TO W-VCNA-ATENDE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2176-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2165-VERIFICAR-AUSENCIA.
      *----------------------------------------------------------------*
       2165-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2180-CONCLUIR-DIST-PEND.
      *----------------------------------------------------------------*
      * Limite de movimento: compara o resultado pendente com o
      * ARQ-DIST em vigor. Dentro do limite aplica na hora (com o
      * historico de atribuicoes); acima dele retem a execucao para o
      * supervisor e grava o alerta critico na caixa central.
           PERFORM 7843-APURAR-MOVIMENTO

           IF  W-DPEN-PCT              GREATER W-DPEN-LIMITE-PCT
               PERFORM 7844-RETER-DIST-PEND
               MOVE "S"                TO W-DPEN-RETIDA
               MOVE W-DPEN-PCT         TO W-DPEN-PCT-ED
               MOVE W-DPEN-MOVIDOS     TO W-ALE-QTDE-ED
               MOVE "GCC030P"          TO W-ALE-ORIGEM
               MOVE "C"                TO W-ALE-SEVERIDADE
               MOVE SPACES             TO W-ALE-TEXTO
               STRING "Distribuicao retida," W-ALE-QTDE-ED
                      " trocas (" W-DPEN-PCT-ED "%) GCC161P"
                      DELIMITED BY SIZE INTO W-ALE-TEXTO
               MOVE "DIST-PEND"        TO W-ALE-REF
               PERFORM 7960-GRAVAR-ALERTA
               IF  LK-PARAM            EQUAL "B"
                   DISPLAY "GCC030P - movimento de " W-DPEN-PCT-ED
                           "% acima do limite - distribuicao retida"
                           " para aprovacao (GCC161P)"
               END-IF
           ELSE
      * Falha na aplicacao deixa a rodada como incompleta (sem
      * checkpoint final, e erro para o encadeador em lote).
               PERFORM 7846-APLICAR-DIST-PEND
               IF  W-DPEN-APLICADA     EQUAL "N"
                   MOVE "N"            TO W-PROCESSO-COMPLETO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       2180-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-GRAVAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*
               FUNCTION TRIM(W-REG-ARQ-RELATO-COLUNAS (34:13))
               W-DELIMITADOR
               FUNCTION TRIM(W-REG-ARQ-RELATO-COLUNAS (47:10))
               W-DELIMITADOR
               FUNCTION TRIM(W-REG-ARQ-RELATO-COLUNAS (57:10))
               DELIMITED BY SIZE
               INTO W-REG-ARQ-RELATO-LINHA
           END-STRING.
               '"'
               W-DELIMITADOR
               W-DISTANCIA
               W-DELIMITADOR
               W-RELAT-LINHA
               DELIMITED BY SIZE
               INTO W-REG-ARQ-RELATO-LINHA
           END-STRING.

           MOVE  CLIE-CODIGO           TO W-EXC-CLIE-COD
           MOVE  CLIE-RAZAO-SOCIAL     TO W-EXC-CLIE-RAZAO
           IF  W-VCNA-BARROU-RAIO      EQUAL "S"
               MOVE  "Sem especialista do setor (CNAE) no raio"
                                       TO W-EXC-MOTIVO
           ELSE
               MOVE  "Fora do limite de distancia/capacidade"
                                       TO W-EXC-MOTIVO
           END-IF
           MOVE  W-LNEG-ATUAL          TO W-EXC-LINHA
           MOVE  W-REG-ARQ-EXCECAO-DET TO REG-ARQ-EXCECAO
           PERFORM 7760-GRAVAR-ARQ-EXCECAO.

                                       TO HATR-VEND-NOVO
                   MOVE DIST-DISTANCIA TO HATR-DISTANCIA-M
                   MOVE "DISTRIB"      TO HATR-ORIGEM
                   MOVE DIST-LINHA     TO HATR-LINHA
                   WRITE REG-ARQ-HIST-ATRIB
                   CLOSE ARQ-HIST-ATRIB
               END-IF
      *----------------------------------------------------------------*
       4610-GRAVAR-RASTRO              SECTION.
      *----------------------------------------------------------------*
      * Linha do rastro: data;cliente;tipo;vendedor;motivo;linha;

           MOVE SPACES                 TO W-RAS-LINHA
           STRING W-RAS-DATA ";"
                  W-RAS-TIPO ";"
                  W-RAS-VEND ";"
                  FUNCTION TRIM(W-RAS-MOTIVO) ";"
                  W-LNEG-ATUAL ";"
                  DELIMITED BY SIZE INTO W-RAS-LINHA
           WRITE REG-ARQ-RASTRO        FROM W-RAS-LINHA.

      *----------------------------------------------------------------*
       5100-CALCULAR-DISTANCIA         SECTION.
      *----------------------------------------------------------------*
      * Distancia por estrada da matriz rodoviaria (par vendedor x
      * cliente ou par de CEPs) quando carregada; sem o par, linha
      * reta pela formula de grande circulo, raio da Terra 6371 km.
           MOVE VEND-CODIGO            TO W-DRD-VEND
           MOVE CLIE-CODIGO            TO W-DRD-CLIE
           MOVE VEND-CEP               TO W-DRD-CEP-ORIGEM
           MOVE CLIE-CEP               TO W-DRD-CEP-DESTINO
           PERFORM 7738-OBTER-DIST-ROD
           IF  W-DRD-ACHOU             EQUAL "S"
               MOVE W-DRD-METROS       TO W-DIST-VEND-ATUAL
               GO TO 5100-99-FIM
           END-IF

           COMPUTE W-LAT-CLI  = CLIE-LATITUDE  * FUNCTION PI / 180
           COMPUTE W-LAT-VEN  = VEND-LATITUDE  * FUNCTION PI / 180
           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-DIST-VEND-ATUAL = 6371 * W-C * 1000.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
       COPY ".\copybooks\GCC067R.cpy".
      * Rotinas da gravacao de alertas
       COPY ".\copybooks\GCC114R.cpy".
      * Rotinas cadastro de redes de clientes
       COPY ".\copybooks\GCC155R.cpy".
      * Rotinas matriz de distancias rodoviarias
       COPY ".\copybooks\GCC157R.cpy".
      * Rotinas especializacao setorial (CNAE) do vendedor
       COPY ".\copybooks\GCC159R.cpy".
      * Rotinas cadastro de linhas de negocio
       COPY ".\copybooks\GCC160R.cpy".
      * Rotinas distribuicao aguardando aprovacao
       COPY ".\copybooks\GCC161R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
