      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD especializacao setorial do vendedor - uma
      *                  linha por divisao CNAE (dois primeiros digitos
      *                  do CNAE) que o vendedor pode atender. Vendedor
      *                  sem nenhuma linha atende qualquer setor.
      *                  Mantido pelo GCC159P, lido pela distribuicao
      *                  (GCC030P).
      *================================================================*
       FD  ARQ-VEND-CNAE.
       01  REG-ARQ-VEND-CNAE.
           02 VCNA-CHAVE.
               05 VCNA-VEND-CODIGO     PIC  9(007).
               05 VCNA-DIVISAO         PIC  9(002).
           02 VCNA-DATA-INCLUSAO       PIC  9(008).
           02 VCNA-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
