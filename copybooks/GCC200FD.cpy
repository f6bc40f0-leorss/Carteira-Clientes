      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD totais de controle do fechamento mensal do
      *                  ERP (faturado, devolucoes, recebido e
      *                  quantidade de notas por competencia e filial)
      *                  e FD da conciliacao desses totais com
      *                  ARQ-VENDAS, ARQ-NOTAS e ARQ-RECEBIMENTO - uma
      *                  situacao por competencia: conciliada,
      *                  bloqueada (diferenca acima da tolerancia,
      *                  impede a apuracao de comissoes do GCC057P) ou
      *                  liberada pelo supervisor
      *================================================================*
       FD  ARQ-CTL-ERP.
       01  REG-ARQ-CTL-ERP.
           02 CTLE-CHAVE.
               05 CTLE-COMPETENCIA     PIC  9(006).
               05 CTLE-FILIAL          PIC  X(004).
           02 CTLE-FATURADO            PIC  9(013)V9(002).
           02 CTLE-DEVOLUCOES          PIC  9(013)V9(002).
           02 CTLE-RECEBIDO            PIC  9(013)V9(002).
           02 CTLE-QTDE-NOTAS          PIC  9(007).
           02 CTLE-DATA-CARGA          PIC  9(008).
           02 CTLE-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).

       FD  ARQ-CONC-ERP.
       01  REG-ARQ-CONC-ERP.
           02 CONC-COMPETENCIA         PIC  9(006).
           02 CONC-SITUACAO            PIC  X(001).
               88 CONC-CONCILIADA      VALUE "C".
               88 CONC-BLOQUEADA       VALUE "B".
               88 CONC-LIBERADA        VALUE "L".
      * Totais do ERP (soma das filiais) e os apurados na carteira.
           02 CONC-ERP-FATURADO        PIC  9(013)V9(002).
           02 CONC-ERP-DEVOLUCOES      PIC  9(013)V9(002).
           02 CONC-ERP-RECEBIDO        PIC  9(013)V9(002).
           02 CONC-ERP-QTDE-NOTAS      PIC  9(007).
           02 CONC-CART-FATURADO       PIC  9(013)V9(002).
           02 CONC-CART-DEVOLUCOES     PIC  9(013)V9(002).
           02 CONC-CART-RECEBIDO       PIC  9(013)V9(002).
           02 CONC-CART-QTDE-NOTAS     PIC  9(007).
      * Tolerancia (%) em vigor na ultima conciliacao.
           02 CONC-TOLERANCIA          PIC  9(002)V9(002).
           02 CONC-DATA-CONC           PIC  9(008).
           02 CONC-OPERADOR            PIC  X(020).
      * Liberacao do bloqueio pelo supervisor.
           02 CONC-DATA-LIB            PIC  9(008).
           02 CONC-OPERADOR-LIB        PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
