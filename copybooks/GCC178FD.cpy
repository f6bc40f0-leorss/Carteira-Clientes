      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD cadastro de concorrentes - fornecedores
      *                  concorrentes vistos atendendo os clientes da
      *                  carteira; a presenca por cliente fica em
      *                  ARQ-CLIE-CONCOR (GCC179FD)
      *================================================================*
       FD  ARQ-CONCORRENTE.
       01  REG-ARQ-CONCORRENTE.
           02 CCOR-CODIGO              PIC  9(003).
           02 CCOR-NOME                PIC  X(040).
           02 CCOR-SITUACAO            PIC  X(001).
               88 CCOR-ATIVO           VALUE "A".
               88 CCOR-INATIVO         VALUE "I".
               88 CCOR-SITUACAO-VALIDA VALUE "A" "I".
           02 CCOR-DATA-CADASTRO       PIC  9(008).
           02 CCOR-DATA-ALTERACAO      PIC  9(008).
           02 CCOR-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
