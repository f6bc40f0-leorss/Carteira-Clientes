      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo vendedor faturado das notas - o
      *                  representante com que o ERP emitiu a nota,
      *                  gravado pelo GCC117P junto com a nota (mesmo
      *                  numero); complementa ARQ-NOTAS, que nao tem
      *                  mais reserva no registro. Nota sem registro
      *                  aqui veio sem o vendedor do ERP.
      *================================================================*
       FD  ARQ-NOTA-VERP.
       01  REG-ARQ-NOTA-VERP.
           02 NVRP-NOTA-NUMERO         PIC  9(009).
           02 NVRP-VEND-ERP            PIC  9(007).
           02 NVRP-DATA-CARGA          PIC  9(008).
      * Reserva para expansao do registro.
           02 FILLER                   PIC  X(010).
