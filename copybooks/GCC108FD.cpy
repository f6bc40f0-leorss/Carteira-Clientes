           02 PMOV-SITUACAO            PIC  X(001).
               88 PMOV-PENDENTE        VALUE "P".
               88 PMOV-APLICADA        VALUE "A".
      * Linha de negocio da atribuicao movida (em branco = linha 01).
           02 PMOV-LINHA               PIC  9(002).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(008).
