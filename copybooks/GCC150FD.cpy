      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo de itens de pedido - uma linha por
      *                  produto do catalogo (ARQ-PRODUTO), com a
      *                  quantidade e o valor total da linha
      *================================================================*
       FD  ARQ-PEDIDO-ITEM.
       01  REG-ARQ-PEDIDO-ITEM.
           02 PITEM-CHAVE.
               05 PITEM-NUMERO         PIC  9(009).
               05 PITEM-SEQ            PIC  9(003).
           02 PITEM-PRODUTO            PIC  X(010).
           02 PITEM-QUANTIDADE         PIC  9(007)V9(003).
           02 PITEM-VALOR              PIC  9(011)V99.
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
