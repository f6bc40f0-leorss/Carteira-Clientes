      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD contestacoes de comissao - reclamacao do
      *                  vendedor sobre o demonstrativo da competencia
      *                  (GCC057P), com a decisao do supervisor; a
      *                  contestacao deferida gera o ajuste de
      *                  correcao no razao de liquidacao (GCC103P)
      *================================================================*
       FD  ARQ-CONTESTACAO.
       01  REG-ARQ-CONTESTACAO.
           02 CTS-CHAVE.
               05 CTS-VEND-CODIGO      PIC  9(007).
               05 CTS-COMPETENCIA      PIC  9(006).
               05 CTS-SEQ              PIC  9(003).
      * Cliente da linha contestada; zero = demonstrativo como um todo.
           02 CTS-CLIE-CODIGO          PIC  9(007).
      * Diferenca reclamada pelo vendedor, com sinal.
           02 CTS-VALOR-RECLAMADO      PIC S9(011)V9(002).
           02 CTS-MOTIVO               PIC  X(060).
           02 CTS-SITUACAO             PIC  X(001).
               88 CTS-ABERTA           VALUE "A".
               88 CTS-EM-ANALISE       VALUE "E".
               88 CTS-DEFERIDA         VALUE "D".
               88 CTS-INDEFERIDA       VALUE "I".
               88 CTS-PENDENTE         VALUES "A" "E".
               88 CTS-DECIDIDA         VALUES "D" "I".
           02 CTS-DATA-ABERTURA        PIC  9(008).
           02 CTS-OPERADOR-ABERTURA    PIC  X(020).
      * Decisao: valor deferido (pode ser parcial), quem decidiu,
      * quando, a nota da decisao e o sequencial do ajuste gerado.
           02 CTS-VALOR-DEFERIDO       PIC S9(011)V9(002).
           02 CTS-RESOLVEDOR           PIC  X(020).
           02 CTS-DATA-DECISAO         PIC  9(008).
           02 CTS-NOTA-DECISAO         PIC  X(060).
           02 CTS-AJU-SEQ              PIC  9(003).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
