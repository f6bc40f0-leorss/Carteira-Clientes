      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD tabela de motivos de devolucao - registro
      *                  unico mantido pelo GCC211P, com os motivos
      *                  aceitos no arquivo de notas (GCC117P) e o
      *                  prazo que caracteriza a devolucao rapida
      *================================================================*
       FD  ARQ-MOTIVO-DEV.
       01  REG-ARQ-MOTIVO-DEV.
      * Ate 8 motivos; codigo em branco = posicao livre. Motivo com
      * responsabilidade "S" aponta falha da venda (ex.: pedido acima
      * do consumo do cliente) e nao do produto ou da entrega.
           02 MDEV-ITEM                OCCURS 8 TIMES.
               05 MDEV-CODIGO          PIC  X(001).
               05 MDEV-DESCRICAO       PIC  X(025).
               05 MDEV-RESP-VENDA      PIC  X(001).
      * Devolucao rapida: emitida ate este numero de dias depois da
      * nota de venda de origem.
           02 MDEV-PRAZO-RAPIDA        PIC  9(003).
           02 MDEV-OPERADOR            PIC  X(020).
           02 MDEV-DATA-ALTERACAO      PIC  9(008).
      * Reserva para novas opcoes sem troca de layout.
           02 FILLER                   PIC  X(020).
