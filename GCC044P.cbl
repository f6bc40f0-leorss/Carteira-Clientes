      *                  quantidade de clientes atribuidos em ARQ-DIST *
      *                  e sinaliza como sobrecarregado quem ultrapassa*
      *                  o limite informado pelo operador.             *
      *                  Carteiras de campo e da mesa de inside sales  *
      *                  saem em blocos separados, cada um com seus    *
      *                  totais; o limite de sobrecarga vale so para   *
      *                  os vendedores de campo.                       *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
              10 W-TAB-CARGA-QTDE    PIC 9(007).
              10 W-TAB-CARGA-SUPERV  PIC 9(007).
              10 W-TAB-CARGA-SIT     PIC X(001).
              10 W-TAB-CARGA-TIPO    PIC X(001).

      * Totais por supervisor (equipe) somados a partir da tabela de
      * carga, para o resumo final do relatorio.
           05  W-TOT-SOBRECARGA    PIC 9(004) VALUE 0.
           05  W-SOMA-CARGA        PIC 9(010) VALUE 0.
           05  W-MEDIA-CARGA       PIC 9(007)V9(002) VALUE ZEROS.
      * Bloco em impressao (C=campo I=inside) e seus totais
           05  W-TIPO-BLOCO        PIC X(001) VALUE "C".
           05  W-BLOCO-VEND        PIC 9(004) VALUE 0.
           05  W-BLOCO-CLIENTES    PIC 9(010) VALUE 0.
           05  W-BLOCO-MEDIA       PIC 9(007)V9(002) VALUE ZEROS.
           05  W-PAGINAS           PIC 9(004) VALUE 0.
           05  W-LINHAS            PIC 9(002) VALUE 0.
           05  W-TRACOS-1          PIC X(132) VALUE ALL "=".
           05 FILLER               PIC X(13) VALUE "Qtde Clientes".
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(10) VALUE "Situacao".
           05 FILLER               PIC X(03).
           05 FILLER               PIC X(06) VALUE "Tipo".

       01  W-DET-01.
           05 FILLER               PIC X(01).
           05 W-DET-01-QTDE        PIC ZZZZZZ9.
           05 FILLER               PIC X(08).
           05 W-DET-01-SITUACAO    PIC X(11).
           05 FILLER               PIC X(02).
           05 W-DET-01-TIPO        PIC X(06).

       01  W-BLOCO-CAB.
           05 FILLER               PIC X(01).
           05 W-BLOCO-CAB-TITULO   PIC X(50).

       01  W-BLOCO-ROD.
           05 FILLER               PIC X(10).
           05 FILLER               PIC X(12) VALUE "Vendedores: ".
           05 W-BLOCO-ROD-VEND     PIC ZZ.ZZ9.
           05 FILLER               PIC X(13) VALUE "   Clientes: ".
           05 W-BLOCO-ROD-CLIE     PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(10) VALUE "   Media: ".
           05 W-BLOCO-ROD-MEDIA    PIC ZZZZ9,99.

       01  W-ROD-01.
           05 FILLER               PIC X(10).
                        TO W-TAB-CARGA-SUPERV(W-QTDE-TAB-CARGA)
                   MOVE VEND-SITUACAO
                        TO W-TAB-CARGA-SIT(W-QTDE-TAB-CARGA)
                   IF  VEND-INSIDE
                       MOVE "I"
                            TO W-TAB-CARGA-TIPO(W-QTDE-TAB-CARGA)
                   ELSE
                       MOVE "C"
                            TO W-TAB-CARGA-TIPO(W-QTDE-TAB-CARGA)
                   END-IF
                   PERFORM 7253-LER-PROX-ARQ-VEND
               END-PERFORM
               PERFORM 7290-FECHAR-ARQ-VEND
               PERFORM 7590-FECHAR-ARQ-RELATO
           ELSE
               PERFORM 4310-GRAVAR-CABECALHO
               MOVE "C"                 TO W-TIPO-BLOCO
               PERFORM 2305-GRAVAR-BLOCO-TIPO
               MOVE "I"                 TO W-TIPO-BLOCO
               PERFORM 2305-GRAVAR-BLOCO-TIPO

               IF  W-CONTADOR          GREATER ZEROS
                   COMPUTE W-MEDIA-CARGA ROUNDED =
       2300-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2305-GRAVAR-BLOCO-TIPO           SECTION.
      *----------------------------------------------------------------*
      * Imprime os vendedores de um tipo (W-TIPO-BLOCO) sob um titulo
      * proprio e fecha o bloco com os totais e a media so daquele
      * tipo, para que a carteira da mesa de inside sales, bem maior
      * por natureza, nao distorca a media das carteiras de campo.
           MOVE ZEROS                  TO W-BLOCO-VEND
           MOVE ZEROS                  TO W-BLOCO-CLIENTES
           MOVE ZEROS                  TO W-BLOCO-MEDIA

           IF  W-LINHAS                GREATER 58
               PERFORM 4310-GRAVAR-CABECALHO
           END-IF

           IF  W-TIPO-BLOCO            EQUAL "I"
               MOVE "Carteiras da mesa de inside sales"
                                       TO W-BLOCO-CAB-TITULO
           ELSE
               MOVE "Carteiras de campo"
                                       TO W-BLOCO-CAB-TITULO
           END-IF
           WRITE REG-ARQ-RELATO FROM W-BLOCO-CAB AFTER 2
           ADD 2                       TO W-LINHAS

           MOVE ZEROS                  TO W-SUB-CARGA
           PERFORM 2310-GRAVAR-DETALHE
                   UNTIL W-SUB-CARGA GREATER W-QTDE-TAB-CARGA

           IF  W-BLOCO-VEND            GREATER ZEROS
               COMPUTE W-BLOCO-MEDIA ROUNDED =
                       W-BLOCO-CLIENTES / W-BLOCO-VEND
           END-IF

           MOVE W-BLOCO-VEND           TO W-BLOCO-ROD-VEND
           MOVE W-BLOCO-CLIENTES       TO W-BLOCO-ROD-CLIE
           MOVE W-BLOCO-MEDIA          TO W-BLOCO-ROD-MEDIA
           WRITE REG-ARQ-RELATO FROM W-TRACOS-2  AFTER 1
           WRITE REG-ARQ-RELATO FROM W-BLOCO-ROD AFTER 1
           ADD 2                       TO W-LINHAS.

      *----------------------------------------------------------------*
       2305-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-GRAVAR-DETALHE              SECTION.
      *----------------------------------------------------------------*
           ADD 1                        TO W-SUB-CARGA

           IF  W-SUB-CARGA             NOT GREATER W-QTDE-TAB-CARGA
           AND W-TAB-CARGA-TIPO(W-SUB-CARGA) EQUAL W-TIPO-BLOCO
               IF  W-LINHAS             GREATER 61
                   PERFORM 4310-GRAVAR-CABECALHO
               END-IF

               ADD 1                    TO W-CONTADOR
               ADD 1                    TO W-LINHAS
               ADD 1                    TO W-BLOCO-VEND
               ADD W-TAB-CARGA-QTDE(W-SUB-CARGA) TO W-SOMA-CARGA
               ADD W-TAB-CARGA-QTDE(W-SUB-CARGA) TO W-BLOCO-CLIENTES

               MOVE  W-TAB-CARGA-CODIGO(W-SUB-CARGA)
                                       TO  W-DET-01-CODIGO
               MOVE  W-TAB-CARGA-QTDE(W-SUB-CARGA)
                                       TO  W-DET-01-QTDE

               IF  W-TIPO-BLOCO        EQUAL "I"
                   MOVE "INSIDE"       TO W-DET-01-TIPO
               ELSE
                   MOVE "CAMPO"        TO W-DET-01-TIPO
               END-IF

               IF  W-TIPO-BLOCO        EQUAL "C" AND
                   W-LIMITE-CARGA      GREATER ZEROS AND
                   W-TAB-CARGA-QTDE(W-SUB-CARGA) GREATER
                   W-LIMITE-CARGA
                   MOVE "SOBRECARGA"   TO W-DET-01-SITUACAO
