      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD segmentacao RFM do cliente - recencia,
      *                  frequencia e valor das notas fiscais
      *                  (vendas menos devolucoes), as tres notas de
      *                  1 a 5, o cluster da competencia corrente e o
      *                  da competencia anterior para a migracao
      *================================================================*
       FD  ARQ-RFM-CLIE.
       01  REG-ARQ-RFM-CLIE.
           02 RFM-CLIE-CODIGO          PIC  9(007).
           02 RFM-VEND-CODIGO          PIC  9(007).
      * Competencia (AAAAMM) da data movimento do calculo.
           02 RFM-COMPETENCIA          PIC  9(006).
           02 RFM-DATA-ULT-COMPRA      PIC  9(008).
           02 RFM-DIAS-RECENCIA        PIC  9(005).
      * Notas de venda e valor liquido dos ultimos doze meses.
           02 RFM-QTDE-NOTAS           PIC  9(005).
           02 RFM-VALOR-LIQUIDO        PIC S9(013)V9(002).
           02 RFM-NOTA-R               PIC  9(001).
           02 RFM-NOTA-F               PIC  9(001).
           02 RFM-NOTA-M               PIC  9(001).
           02 RFM-CLUSTER              PIC  X(001).
               88 RFM-CAMPEAO          VALUE "C".
               88 RFM-EM-RISCO         VALUE "R".
               88 RFM-HIBERNANDO       VALUE "H".
               88 RFM-NOVO             VALUE "N".
               88 RFM-REGULAR          VALUE "G".
      * Cluster da competencia anterior (branco = sem historico).
           02 RFM-CLUSTER-ANT          PIC  X(001).
           02 RFM-DATA-CALCULO         PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
