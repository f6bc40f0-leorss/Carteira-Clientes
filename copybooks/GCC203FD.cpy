      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD historico diario de tamanho dos arquivos
      *                  de dados (quantidade de registros e bytes de
      *                  cada arquivo acompanhado, uma linha por
      *                  arquivo e data movimento) e FD dos limites de
      *                  capacidade por arquivo, base da previsao de
      *                  crescimento do GCC203P
      *================================================================*
       FD  ARQ-CRESC-ARQ.
       01  REG-ARQ-CRESC-ARQ.
           02 CRES-CHAVE.
               05 CRES-ARQUIVO         PIC  X(016).
               05 CRES-DATA            PIC  9(008).
           02 CRES-QTDE-REG            PIC  9(010).
           02 CRES-BYTES               PIC  9(015).
           02 CRES-HORA                PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).

       FD  ARQ-LIMITE-ARQ.
       01  REG-ARQ-LIMITE-ARQ.
           02 LIMA-ARQUIVO             PIC  X(016).
      * Tamanho maximo admitido para o arquivo, em megabytes.
           02 LIMA-LIMITE-MB           PIC  9(007).
      * Antecedencia minima (dias) entre hoje e a data prevista para
      * passar o limite; abaixo dela sai alerta. Zero = 90 dias.
           02 LIMA-AVISO-DIAS          PIC  9(004).
           02 LIMA-DATA-ALTERACAO      PIC  9(008).
           02 LIMA-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
