      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD movimentacao de amostras e brindes - cada
      *                  emissao ao vendedor, entrega ao cliente em
      *                  visita, devolucao e baixa; o saldo em poder
      *                  do vendedor e a soma dos movimentos dele
      *================================================================*
       FD  ARQ-MOV-MATERIAL.
       01  REG-ARQ-MOV-MATERIAL.
           02 MMV-CHAVE.
               03 MMV-VEND-CODIGO      PIC  9(007).
               03 MMV-MAT-CODIGO       PIC  9(005).
               03 MMV-DATA             PIC  9(008).
               03 MMV-SEQ              PIC  9(003).
      * E = emissao ao vendedor (entra no saldo dele); D = entrega
      * ao cliente em visita, R = devolucao a empresa e B = baixa
      * (perda, vencimento) saem do saldo.
           02 MMV-TIPO                 PIC  X(001).
               88 MMV-EMISSAO          VALUE "E".
               88 MMV-ENTREGA          VALUE "D".
               88 MMV-DEVOLUCAO        VALUE "R".
               88 MMV-BAIXA            VALUE "B".
               88 MMV-TIPO-VALIDO      VALUE "E" "D" "R" "B".
           02 MMV-QUANTIDADE           PIC  9(007).
      * Entrega: cliente visitado - a chave da visita em ARQ-VISITA
      * e MMV-DATA + MMV-VEND-CODIGO + MMV-CLIE-CODIGO.
           02 MMV-CLIE-CODIGO          PIC  9(007).
      * Entrega a cliente fora da carteira do vendedor em ARQ-DIST
      * no momento do registro.
           02 MMV-FORA-CARTEIRA        PIC  X(001).
               88 MMV-FORA-DA-CARTEIRA VALUE "S".
           02 MMV-OBSERVACAO           PIC  X(040).
           02 MMV-DATA-REGISTRO        PIC  9(008).
           02 MMV-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
