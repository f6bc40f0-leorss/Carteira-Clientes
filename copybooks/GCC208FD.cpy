      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD limite e exposicao de credito por cliente -
      *                  o limite vem da importacao do financeiro
      *                  (GCC106P) e a exposicao do calculo diario do
      *                  GCC208P: saldo das notas de venda menos os
      *                  recebimentos, por faixa de idade da nota
      *================================================================*
       FD  ARQ-CREDITO.
       01  REG-ARQ-CREDITO.
           02 CRED-CLIE-CODIGO         PIC  9(007).
      * Limite concedido pelo financeiro; zero = sem limite informado.
           02 CRED-LIMITE              PIC  9(011)V9(002).
           02 CRED-DATA-LIMITE         PIC  9(008).
           02 CRED-DATA-CALCULO        PIC  9(008).
           02 CRED-SALDO-ABERTO        PIC  9(011)V9(002).
      * Saldo por idade da nota na data do calculo: 0-30, 31-60,
      * 61-90 e mais de 90 dias.
           02 CRED-FAIXAS.
               05 CRED-FAIXA-0-30      PIC  9(011)V9(002).
               05 CRED-FAIXA-31-60     PIC  9(011)V9(002).
               05 CRED-FAIXA-61-90     PIC  9(011)V9(002).
               05 CRED-FAIXA-90-MAIS   PIC  9(011)V9(002).
           02 FILLER REDEFINES CRED-FAIXAS.
               05 CRED-FAIXA           PIC  9(011)V9(002)
                                       OCCURS 4 TIMES.
      * Devolucoes e pagamentos a maior ainda nao abatidos do saldo.
           02 CRED-CREDITOS            PIC  9(011)V9(002).
           02 CRED-PERC-USO            PIC  9(003)V9(001).
      * L = 80% ou mais do limite, A = saldo com mais de 60 dias,
      * D = as duas situacoes, espaco = sem alerta.
           02 CRED-ALERTA              PIC  X(001).
               88 CRED-SEM-ALERTA      VALUE SPACE.
               88 CRED-ALERTA-LIMITE   VALUE "L" "D".
               88 CRED-ALERTA-ATRASO   VALUE "A" "D".
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
