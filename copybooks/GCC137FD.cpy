           02 CAMP-QTDE-ALVO           PIC  9(007).
           02 CAMP-DATA-GERACAO        PIC  9(008).
           02 CAMP-OPERADOR            PIC  X(020).
      * Cluster RFM exigido do cliente (GCC195P); espaco ignora.
           02 CAMP-CLUSTER-RFM         PIC  X(001).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(009).

       FD  ARQ-CAMP-ALVO.
       01  REG-ARQ-CAMP-ALVO.
