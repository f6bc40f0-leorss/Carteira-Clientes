      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD cadastro de linhas de negocio - cada
      *                  vendedor pertence a uma linha (VEND-LINHA) e
      *                  a distribuicao (GCC030P) atribui um vendedor
      *                  por cliente e linha ativa; sem cadastro, tudo
      *                  corre na linha 01
      *================================================================*
       FD  ARQ-LINHA-NEG.
       01  REG-ARQ-LINHA-NEG.
           02 LNEG-CODIGO              PIC  9(002).
           02 LNEG-DESCRICAO           PIC  X(030).
           02 LNEG-SITUACAO            PIC  X(001).
               88 LNEG-ATIVA           VALUE "A".
               88 LNEG-INATIVA         VALUE "I".
               88 LNEG-SITUACAO-VALIDA VALUE "A" "I".
           02 LNEG-DATA-CADASTRO       PIC  9(008).
           02 LNEG-DATA-ALTERACAO      PIC  9(008).
           02 LNEG-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
