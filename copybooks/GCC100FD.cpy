      * Campanha que originou a visita planejada (GCC137P); zero =
      * visita da politica de frequencia ou manual.
           02 AGENDA-CAMPANHA          PIC  9(004).
      * Forma do contato: V = visita de campo (brancos valem V); T =
      * contato por telefone, planejado para o cliente atendido pela
      * mesa de inside sales (vendedor VEND-TIPO = I).
           02 AGENDA-TIPO-CONTATO      PIC  X(001).
               88 AGENDA-VISITA-CAMPO  VALUES "V" " ".
               88 AGENDA-CONTATO-TELEF VALUE "T".
      * Nota de prioridade do cliente (GCC194P) na geracao e motivo
      * principal ("N" = primeira visita do cliente novo).
           02 AGENDA-NOTA-PRIOR        PIC  9(003).
           02 AGENDA-MOTIVO-PRIOR      PIC  X(001).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(001).
