      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD presenca de concorrentes por cliente -
      *                  um registro por cliente, concorrente e linha
      *                  de produto, com o volume mensal estimado que
      *                  o concorrente fornece; uma nova observacao
      *                  regrava o registro (vale a mais recente)
      *================================================================*
       FD  ARQ-CLIE-CONCOR.
       01  REG-ARQ-CLIE-CONCOR.
           02 CLCO-CHAVE.
               03 CLCO-CLIE-CODIGO     PIC  9(007).
               03 CLCO-CCOR-CODIGO     PIC  9(003).
               03 CLCO-LNEG-CODIGO     PIC  9(002).
      * Volume mensal estimado comprado do concorrente, em reais.
           02 CLCO-VOLUME-MES          PIC  9(011)V99.
           02 CLCO-DATA-OBSERVACAO     PIC  9(008).
      * Visita de origem (data e vendedor; o cliente e o da chave).
           02 CLCO-VISITA-ORIGEM.
               03 CLCO-VIS-DATA        PIC  9(008).
               03 CLCO-VIS-VEND-CODIGO PIC  9(007).
           02 CLCO-ORIGEM              PIC  X(001).
               88 CLCO-ORIGEM-TELA     VALUE "T".
               88 CLCO-ORIGEM-CAMPO    VALUE "C".
           02 CLCO-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
