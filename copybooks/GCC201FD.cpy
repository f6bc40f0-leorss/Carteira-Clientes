      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD marcas de versao do layout de registro -
      *                  uma linha por arquivo mestre (ARQ-CLIENTE,
      *                  ARQ-VENDEDOR e ARQ-DIST) com a versao em que
      *                  o arquivo de dados do diretorio esta gravado,
      *                  quando e por quem foi marcada
      *================================================================*
       FD  ARQ-VERSAO-LAYOUT.
       01  REG-ARQ-VERSAO-LAYOUT.
           02 VLAY-ARQUIVO             PIC  X(012).
           02 VLAY-VERSAO              PIC  9(003).
           02 VLAY-DATA                PIC  9(008).
           02 VLAY-OPERADOR            PIC  X(020).
