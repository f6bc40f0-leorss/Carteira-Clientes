      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD historico de equipe do vendedor - um
      *                  periodo por registro com o supervisor, o
      *                  territorio e a regional do territorio em
      *                  vigor; base da atribuicao de cada competencia
      *                  a equipe da epoca nos relatorios mensais
      *================================================================*
       FD  ARQ-HIST-EQUIPE.
       01  REG-ARQ-HIST-EQUIPE.
           02 HEQ-CHAVE.
               05 HEQ-VEND-CODIGO      PIC  9(007).
               05 HEQ-DATA-INICIO      PIC  9(008).
      * Inicio do periodo seguinte (o periodo vale ate o dia anterior);
      * zero = periodo vigente.
           02 HEQ-DATA-FIM             PIC  9(008).
           02 HEQ-SUPERVISOR           PIC  9(007).
           02 HEQ-TERRITORIO           PIC  X(005).
           02 HEQ-REGIONAL             PIC  X(003).
      * Origem do registro: CADASTRO (GCC012P), IMPORTAC (GCC042P),
      * TERRITOR (troca de regional no GCC058P) ou INICIAL (periodo
      * anterior ao primeiro registro, reconstituido do cadastro).
           02 HEQ-ORIGEM               PIC  X(008).
           02 HEQ-OPERADOR             PIC  X(020).
           02 HEQ-DATA-REGISTRO        PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
