      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD cadastro de produtos - codigo, descricao e
      *                  linha de produto, base dos itens de nota
      *                  (ARQ-NOTA-ITEM) e da analise de mix por
      *                  cliente
      *================================================================*
       FD  ARQ-PRODUTO.
       01  REG-ARQ-PRODUTO.
           02 PROD-CODIGO              PIC  X(010).
           02 PROD-DESCRICAO           PIC  X(040).
      * Linha de produto: agrupamento comercial usado no mix do
      * cliente (o cruzamento e feito por linha, nao por item).
           02 PROD-LINHA               PIC  X(010).
           02 PROD-SITUACAO            PIC  X(001).
               88 PROD-ATIVO           VALUE "A".
               88 PROD-INATIVO         VALUE "I".
           02 PROD-DATA-CADASTRO       PIC  9(008).
           02 PROD-DATA-ALTERACAO      PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
