      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD respostas da pesquisa trimestral de
      *                  satisfacao (NPS) do marketing - nota de 0 a
      *                  10, comentario e data da pesquisa por
      *                  cliente, com o vendedor da carteira na
      *                  carga; importado e relatado pelo GCC177P
      *================================================================*
       FD  ARQ-NPS.
       01  REG-ARQ-NPS.
           02 NPS-CHAVE.
               05 NPS-CLIE-CODIGO      PIC  9(007).
               05 NPS-DATA-PESQUISA    PIC  9(008).
           02 NPS-CNPJ                 PIC  9(014).
      * Nota da resposta: 9-10 promotor, 7-8 neutro, 0-6 detrator.
           02 NPS-NOTA                 PIC  9(002).
               88 NPS-PROMOTOR         VALUES 9 THRU 10.
               88 NPS-NEUTRO           VALUES 7 THRU 8.
               88 NPS-DETRATOR         VALUES 0 THRU 6.
           02 NPS-COMENTARIO           PIC  X(060).
      * Vendedor atribuido ao cliente em ARQ-DIST na carga; zero =
      * cliente sem atribuicao.
           02 NPS-VEND-CODIGO          PIC  9(007).
      * Sequencial do compromisso de retorno gerado para o detrator
      * em ARQ-COMPROMISSO; zero = nenhum compromisso gerado.
           02 NPS-COMP-SEQ             PIC  9(003).
           02 NPS-DATA-CARGA           PIC  9(008).
           02 NPS-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
