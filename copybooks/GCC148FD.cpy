      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo de itens de nota fiscal - o que o
      *                  cliente comprou em cada nota (produto,
      *                  quantidade e valor), carregado pelo GCC117P
      *                  junto com as notas; cliente, emissao e tipo
      *                  repetem os da nota para a analise de mix nao
      *                  precisar reler ARQ-NOTAS
      *================================================================*
       FD  ARQ-NOTA-ITEM.
       01  REG-ARQ-NOTA-ITEM.
           02 NITEM-CHAVE.
               03 NITEM-NOTA-NUMERO    PIC  9(009).
               03 NITEM-SEQ            PIC  9(003).
           02 NITEM-CLIE-CODIGO        PIC  9(007).
           02 NITEM-PRODUTO            PIC  X(010).
           02 NITEM-DATA-EMISSAO       PIC  9(008).
           02 NITEM-TIPO               PIC  X(001).
               88 NITEM-VENDA          VALUE "V".
               88 NITEM-DEVOLUCAO      VALUE "D".
           02 NITEM-QUANTIDADE         PIC  9(007)V9(003).
           02 NITEM-VALOR              PIC  9(011)V9(002).
           02 NITEM-DATA-CARGA         PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
