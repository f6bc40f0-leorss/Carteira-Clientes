      *                  delimitador/modo delta e ajustes de pagina    *
      *                  dos relatorios, lidos por GCC030P e GCC021P   *
      *                  no inicio de cada execucao em vez de          *
      *                  redigitados a cada rodada, e probabilidades   *
      *                  por estagio do funil de oportunidades         *
      *                  (GCC152P) e agrupamento da distribuicao por   *
      *                  rede de clientes, e regra da mesa de inside   *
      *                  sales (segmento e/ou teto de faturamento) e   *
      *                  regra de estabilidade da carteira (ganho      *
      *                  minimo em Km/% e permanencia minima em dias), *
      *                  e limite de movimento da distribuicao acima   *
      *                  do qual a execucao aguarda aprovacao.         *
      *                  Tolerancia (%) da conciliacao dos totais de   *
      *                  controle do ERP (GCC200P).                    *
      *                  Velocidade media e duracao da visita usadas   *
      *                  no roteiro com janelas de atendimento         *
      *                  (GCC054P).                                    *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           MOVE ";"                    TO PARAM-DELIMITADOR
           MOVE "N"                    TO PARAM-MODO-DELTA
           PERFORM 7925-LER-ARQ-PARAM
      * Registro gravado antes da regra de inside sales traz brancos
      * nos campos novos.
           IF  PARAM-INSIDE-TETO-FATUR NOT NUMERIC
               MOVE ZEROS              TO PARAM-INSIDE-TETO-FATUR
           END-IF
           IF  PARAM-ESTAB-GANHO-KM    NOT NUMERIC
               MOVE ZEROS              TO PARAM-ESTAB-GANHO-KM
           END-IF
           IF  PARAM-ESTAB-GANHO-PCT   NOT NUMERIC
               MOVE ZEROS              TO PARAM-ESTAB-GANHO-PCT
           END-IF
           IF  PARAM-ESTAB-PERM-DIAS   NOT NUMERIC
               MOVE ZEROS              TO PARAM-ESTAB-PERM-DIAS
           END-IF
           IF  PARAM-LIMITE-MOVIM-PCT  NOT NUMERIC
               MOVE ZEROS              TO PARAM-LIMITE-MOVIM-PCT
           END-IF
           IF  PARAM-TOLER-CONC-ERP    NOT NUMERIC
               MOVE ZEROS              TO PARAM-TOLER-CONC-ERP
           END-IF
           IF  PARAM-VELOC-MEDIA-KMH   NOT NUMERIC
               MOVE ZEROS              TO PARAM-VELOC-MEDIA-KMH
           END-IF
           IF  PARAM-DURACAO-VISITA    NOT NUMERIC
               MOVE ZEROS              TO PARAM-DURACAO-VISITA
           END-IF

           MOVE "<Esc> Voltar <Enter> Prosseguir"
                                       TO W-STATUS
           ELSE
               MOVE "S"                TO PARAM-AGRUPAR-MATRIZ
           END-IF
           ACCEPT S-PARAM-PROB-QUALIF
           ACCEPT S-PARAM-PROB-PROPOSTA
           ACCEPT S-PARAM-PROB-NEGOC
           IF  PARAM-PROB-QUALIFICACAO GREATER 100
               MOVE 100                TO PARAM-PROB-QUALIFICACAO
           END-IF
           IF  PARAM-PROB-PROPOSTA     GREATER 100
               MOVE 100                TO PARAM-PROB-PROPOSTA
           END-IF
           IF  PARAM-PROB-NEGOCIACAO   GREATER 100
               MOVE 100                TO PARAM-PROB-NEGOCIACAO
           END-IF
           ACCEPT S-PARAM-AGRUPAR-REDE
           IF  PARAM-AGRUPAR-REDE   NOT EQUAL "S" AND
               PARAM-AGRUPAR-REDE   NOT EQUAL "s"
               MOVE "N"                TO PARAM-AGRUPAR-REDE
           ELSE
               MOVE "S"                TO PARAM-AGRUPAR-REDE
           END-IF
           ACCEPT S-PARAM-INSIDE-SEGM
           IF  PARAM-INSIDE-SEGMENTO   NOT EQUAL SPACE
               INSPECT PARAM-INSIDE-SEGMENTO CONVERTING "abc" TO "ABC"
               IF  PARAM-INSIDE-SEGMENTO NOT EQUAL "A" AND
                   PARAM-INSIDE-SEGMENTO NOT EQUAL "B" AND
                   PARAM-INSIDE-SEGMENTO NOT EQUAL "C"
                   MOVE SPACE          TO PARAM-INSIDE-SEGMENTO
               END-IF
           END-IF
           ACCEPT S-PARAM-INSIDE-TETO
           ACCEPT S-PARAM-ESTAB-KM
           ACCEPT S-PARAM-ESTAB-PCT
           ACCEPT S-PARAM-ESTAB-PERM
           ACCEPT S-PARAM-LIMITE-MOVIM
           IF  PARAM-LIMITE-MOVIM-PCT  GREATER 100
               MOVE 100                TO PARAM-LIMITE-MOVIM-PCT
           END-IF
           ACCEPT S-PARAM-TOLER-CONC
           ACCEPT S-PARAM-VELOC-MEDIA
           ACCEPT S-PARAM-DURACAO-VISITA

           PERFORM 8100-CONFIRMA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-F1
