      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD tabela de override de supervisores - um
      *                  percentual por supervisor valido a partir de
      *                  uma competencia (AAAAMM); as vigencias
      *                  anteriores ficam como historico e a apuracao
      *                  (GCC163P) usa a maior nao posterior a
      *                  competencia apurada
      *================================================================*
       FD  ARQ-OVERRIDE-SUP.
       01  REG-ARQ-OVERRIDE-SUP.
           02 OVR-CHAVE.
               05 OVR-SUP-CODIGO       PIC  9(007).
               05 OVR-VIGENCIA         PIC  9(006).
      * Percentual aplicado sobre o faturamento comissionado da
      * equipe do supervisor.
           02 OVR-PCT                  PIC  9(002)V9(002).
           02 OVR-DATA-ALTERACAO       PIC  9(008).
           02 OVR-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
