      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo de oportunidades de venda em
      *                  clientes da carteira - valor estimado,
      *                  competencia prevista de fechamento e estagio
      *                  do funil, base do pipeline ponderado do
      *                  GCC152P (prospects sem cadastro ficam no
      *                  GCC102P)
      *================================================================*
       FD  ARQ-OPORTUNIDADE.
       01  REG-ARQ-OPORTUNIDADE.
           02 OPOR-CHAVE.
               05 OPOR-CLIE-CODIGO     PIC  9(007).
               05 OPOR-SEQ             PIC  9(003).
           02 OPOR-DESCRICAO           PIC  X(040).
           02 OPOR-VALOR-ESTIMADO      PIC  9(011)V99.
      * Competencia prevista de fechamento (AAAAMM).
           02 OPOR-COMPETENCIA         PIC  9(006).
      * Estagio: Q = qualificacao, P = proposta, N = negociacao,
      * G = ganha, X = perdida (exige o motivo da perda).
           02 OPOR-ESTAGIO             PIC  X(001).
               88 OPOR-QUALIFICACAO    VALUE "Q".
               88 OPOR-PROPOSTA        VALUE "P".
               88 OPOR-NEGOCIACAO      VALUE "N".
               88 OPOR-GANHA           VALUE "G".
               88 OPOR-PERDIDA         VALUE "X".
               88 OPOR-ABERTA          VALUE "Q" "P" "N".
           02 OPOR-MOTIVO-PERDA        PIC  X(040).
      * Vendedor responsavel; na inclusao vem da distribuicao do
      * cliente (ARQ-DIST) e pode ser trocado na tela.
           02 OPOR-VEND-CODIGO         PIC  9(007).
           02 OPOR-DATA-CADASTRO       PIC  9(008).
           02 OPOR-DATA-ALTERACAO      PIC  9(008).
           02 OPOR-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
