      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo CPF dos supervisores - identifica o
      *                  supervisor na folha para o pagamento do
      *                  override (GCC136P); mantido pelo GCC059P com
      *                  o mesmo codigo do cadastro de supervisores,
      *                  cujo registro fica no tamanho original.
      *                  Supervisor sem registro aqui esta sem CPF.
      *================================================================*
       FD  ARQ-SUP-CPF.
       01  REG-ARQ-SUP-CPF.
           02 SCPF-SUP-CODIGO          PIC  9(007).
           02 SCPF-CPF                 PIC  9(011).
      * Reserva para expansao do registro.
           02 FILLER                   PIC  X(010).
