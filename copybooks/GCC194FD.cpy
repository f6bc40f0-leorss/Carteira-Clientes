      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD nota de prioridade de visita - um registro
      *                  por cliente ativo, recalculado a cada noite
      *                  pelo GCC194P e lido pela geracao da agenda
      *                  (GCC100P) - e FD dos pesos da nota (registro
      *                  unico mantido na tela do GCC194P)
      *================================================================*
       FD  ARQ-PRIOR-CLIE.
       01  REG-ARQ-PRIOR-CLIE.
           02 PRI-CLIE-CODIGO          PIC  9(007).
      * Nota composta 0 a 100: soma dos indicadores (0 a 100 cada)
      * ponderados pelos pesos, menos a penalidade de credito.
           02 PRI-NOTA                 PIC  9(003).
      * Motivo principal: o indicador de maior contribuicao na nota;
      * cliente bloqueado por credito leva sempre "K".
           02 PRI-MOTIVO               PIC  X(001).
               88 PRI-MOTIVO-CHURN     VALUE "R".
               88 PRI-MOTIVO-VISITA    VALUE "V".
               88 PRI-MOTIVO-COMPROM   VALUE "C".
               88 PRI-MOTIVO-POTENCIAL VALUE "P".
               88 PRI-MOTIVO-CAMPANHA  VALUE "M".
               88 PRI-MOTIVO-CREDITO   VALUE "K".
               88 PRI-SEM-MOTIVO       VALUE SPACE.
           02 PRI-IND-CHURN            PIC  9(003).
           02 PRI-IND-VISITA           PIC  9(003).
           02 PRI-IND-COMPROM          PIC  9(003).
           02 PRI-IND-POTENCIAL        PIC  9(003).
           02 PRI-IND-CAMPANHA         PIC  9(003).
           02 PRI-CRED-BLOQ            PIC  X(001).
      * Data movimento de referencia e data do calculo.
           02 PRI-DATA-REF             PIC  9(008).
           02 PRI-DATA-CALCULO         PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).

       FD  ARQ-PESO-PRIOR.
       01  REG-ARQ-PESO-PRIOR.
      * Pesos (%) dos indicadores, soma sugerida 100, e penalidade em
      * pontos do cliente bloqueado por credito.
           02 PESO-CHURN               PIC  9(003).
           02 PESO-VISITA              PIC  9(003).
           02 PESO-COMPROM             PIC  9(003).
           02 PESO-POTENCIAL           PIC  9(003).
           02 PESO-CAMPANHA            PIC  9(003).
           02 PESO-CREDITO             PIC  9(003).
           02 PESO-DATA-ALTERACAO      PIC  9(008).
           02 PESO-OPERADOR            PIC  X(020).
      * Reserva para novos pesos sem troca de layout.
           02 FILLER                   PIC  X(010).
