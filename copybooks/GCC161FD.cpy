      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD distribuicao aguardando aprovacao - copia
      *                  do resultado da distribuicao (layout do
      *                  REG-ARQ-DIST, 238 posicoes) gravada pelo
      *                  GCC030P quando o limite de movimento esta
      *                  ligado. Aprovada (GCC161P ou abaixo do
      *                  limite), substitui o ARQ-DIST e e apagada.
      *================================================================*
       FD  ARQ-DIST-PEND.
       01  REG-ARQ-DIST-PEND.
           05 DPEN-CHAVE.
               10 DPEN-CLIE-CODIGO     PIC  9(007).
               10 DPEN-LINHA           PIC  9(002).
           05 FILLER                   PIC  X(076).
           05 DPEN-VEND-CODIGO         PIC  9(007).
           05 DPEN-VEND-CPF            PIC  9(011).
           05 DPEN-VEND-RAZAO-SOCIAL   PIC  X(040).
           05 FILLER                   PIC  X(022).
           05 DPEN-DISTANCIA           PIC  9(010)V9(008).
           05 FILLER                   PIC  X(055).
      * Registro de controle (cliente e linha zerados): gravado quando
      * a execucao fica retida, com o resumo do movimento apurado.
      * Sem ele o arquivo e apenas o resultado em andamento.
       01  REG-DPEN-CONTROLE.
           05 DPEN-CTL-CHAVE           PIC  9(009).
           05 DPEN-CTL-DATA            PIC  9(008).
           05 DPEN-CTL-HORA            PIC  9(008).
           05 DPEN-CTL-TOTAL-ATUAL     PIC  9(007).
           05 DPEN-CTL-MOVIDOS         PIC  9(007).
           05 DPEN-CTL-PCT             PIC  9(003)V9(002).
           05 DPEN-CTL-LIMITE-PCT      PIC  9(003).
           05 FILLER                   PIC  X(191).
