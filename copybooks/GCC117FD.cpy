      *                  venda/devolucao e valor), carregado
      *                  diariamente pelo GCC117P com dedupe pelo
      *                  numero; os totais mensais de ARQ-VENDAS
      *                  passam a ser o liquido derivado daqui;
      *                  a devolucao traz o motivo e a nota de origem
      *================================================================*
       FD  ARQ-NOTAS.
       01  REG-ARQ-NOTAS.
               88 NOTA-DEVOLUCAO       VALUE "D".
           02 NOTA-VALOR               PIC  9(011)V9(002).
           02 NOTA-DATA-CARGA          PIC  9(008).
      * Devolucao: motivo (tabela do GCC211P, branco = nao informado)
      * e a nota de venda de origem (zero = nao informada). Ocupam a
      * antiga reserva do registro; notas carregadas antes trazem
      * brancos aqui e valem como nao informados.
           02 NOTA-MOTIVO-DEV          PIC  X(001).
           02 NOTA-NOTA-ORIGEM         PIC  9(009).
