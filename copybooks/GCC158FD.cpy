      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD poligonos de territorio - vertices do
      *                  limite de cada territorio do cadastro
      *                  (GCC058P), exportados pelo planejamento e
      *                  carregados pelo GCC158P. Territorio com mais
      *                  de uma area (ou com area vazada) tem um anel
      *                  por area; os vertices de cada anel seguem a
      *                  ordem do contorno e o ultimo liga no primeiro.
      *================================================================*
       FD  ARQ-TERR-POLIG.
       01  REG-ARQ-TERR-POLIG.
           02 TPOL-CHAVE.
              03 TPOL-TERRITORIO       PIC  X(005).
              03 TPOL-ANEL             PIC  9(002).
              03 TPOL-SEQ              PIC  9(004).
           02 TPOL-LATITUDE            PIC S9(003)V9(008).
           02 TPOL-LONGITUDE           PIC S9(003)V9(008).
           02 TPOL-DATA-CARGA          PIC  9(008).
           02 TPOL-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
