      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD base comissionada - faturamento sobre o
      *                  qual a apuracao oficial (GCC057P) calculou a
      *                  comissao de cada vendedor na competencia, ja
      *                  com os rateios aplicados; e a base do
      *                  override dos supervisores (GCC163P)
      *================================================================*
       FD  ARQ-COMIS-BASE.
       01  REG-ARQ-COMIS-BASE.
           02 CBAS-CHAVE.
               05 CBAS-VEND-CODIGO     PIC  9(007).
               05 CBAS-COMPETENCIA     PIC  9(006).
           02 CBAS-FATUR               PIC  9(013)V9(002).
           02 CBAS-PCT                 PIC  9(002)V9(002).
           02 CBAS-COMIS               PIC  9(013)V9(002).
           02 CBAS-DATA-CALCULO        PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
