      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD previsao de vendas declarada pelo vendedor
      *                  por competencia (AAAAMM), com o valor
      *                  ajustado pelo supervisor (GCC169P) e
      *                  comparada ao realizado no fechamento (GCC170P)
      *================================================================*
       FD  ARQ-PREVISAO.
       01  REG-ARQ-PREVISAO.
           02 PREV-CHAVE.
               05 PREV-VEND-CODIGO     PIC  9(007).
               05 PREV-COMPETENCIA     PIC  9(006).
      * Valor declarado pelo vendedor, com data e operador do registro.
           02 PREV-VALOR-VENDEDOR      PIC  9(011)V9(002).
           02 PREV-DATA-VENDEDOR       PIC  9(008).
           02 PREV-OPERADOR-VENDEDOR   PIC  X(020).
      * Valor ajustado pelo supervisor; sem ajuste vale o declarado.
           02 PREV-AJUSTE              PIC  X(001).
               88 PREV-AJUSTADA                  VALUE "S".
               88 PREV-SEM-AJUSTE                VALUE "N" " ".
           02 PREV-VALOR-SUPERV        PIC  9(011)V9(002).
           02 PREV-DATA-SUPERV         PIC  9(008).
           02 PREV-OPERADOR-SUPERV     PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
