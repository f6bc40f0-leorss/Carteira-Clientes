      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD marcador da base de treinamento - gravado
      *                  pelo GCC212P no diretorio da base copiada; a
      *                  simples existencia do arquivo identifica a
      *                  base (0050-CONFIGURAR-DIR-DADOS), o conteudo
      *                  registra quando, por quem e de onde veio
      *================================================================*
       FD  ARQ-MARCA-TREINO.
       01  REG-ARQ-MARCA-TREINO.
           02 MTRE-TITULO              PIC  X(020).
           02 MTRE-DATA                PIC  9(008).
           02 FILLER                   PIC  X(001).
           02 MTRE-HORA                PIC  9(006).
           02 FILLER                   PIC  X(001).
           02 MTRE-OPERADOR            PIC  X(020).
           02 FILLER                   PIC  X(001).
           02 MTRE-ORIGEM              PIC  X(040).
