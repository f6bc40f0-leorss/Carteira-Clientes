      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD ranking dos concursos de incentivo - um
      *                  registro por concurso + vendedor
      *                  participante, refeito a cada apuracao diaria
      *                  (GCC168P) com o valor da metrica, a posicao e
      *                  o premio da faixa
      *================================================================*
       FD  ARQ-CONC-RANKING.
       01  REG-ARQ-CONC-RANKING.
           02 CRK-CHAVE.
               05 CRK-CONC-CODIGO      PIC  9(005).
               05 CRK-VEND-CODIGO      PIC  9(007).
      * Supervisor da equipe do vendedor no fim do periodo (ou na
      * data da apuracao, com o concurso em andamento).
           02 CRK-SUPERVISOR           PIC  9(007).
      * Valor da metrica: reais (F), percentual (C e M) ou quantidade
      * (N e V).
           02 CRK-VALOR                PIC S9(013)V9(002).
      * Posicao no ranking geral; empate divide a posicao.
           02 CRK-POSICAO              PIC  9(005).
           02 CRK-PREMIO               PIC  9(009)V9(002).
           02 CRK-DATA-APURACAO        PIC  9(008).
      * Ajuste de bonus lancado no encerramento: competencia e
      * sequencial no razao do vendedor (zeros = sem premio).
           02 CRK-AJU-COMPETENCIA      PIC  9(006).
           02 CRK-AJU-SEQ              PIC  9(003).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
