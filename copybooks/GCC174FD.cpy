      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD reclamacoes de clientes (SAC) - categoria,
      *                  vendedor da carteira na abertura, prazo do
      *                  atendimento (SLA da categoria em dias
      *                  uteis), situacao e nota de resolucao; os
      *                  atrasos saem no GCC175P e o resumo mensal
      *                  no GCC176P
      *================================================================*
       FD  ARQ-RECLAMACAO.
       01  REG-ARQ-RECLAMACAO.
           02 RECL-CHAVE.
               05 RECL-CLIE-CODIGO     PIC  9(007).
               05 RECL-SEQ             PIC  9(005).
      * Data movimento do registro da reclamacao.
           02 RECL-DATA-ABERTURA       PIC  9(008).
      * Categoria (tabela com descricao e SLA em GCC174W).
           02 RECL-CATEGORIA           PIC  X(001).
               88 RECL-CAT-ENTREGA     VALUE "E".
               88 RECL-CAT-PRECO       VALUE "P".
               88 RECL-CAT-ATENDIMENTO VALUE "A".
               88 RECL-CAT-QUALIDADE   VALUE "Q".
               88 RECL-CAT-OUTROS      VALUE "O".
           02 RECL-DESCRICAO           PIC  X(060).
      * Vendedor da carteira (ARQ-DIST) quando a reclamacao foi
      * registrada.
           02 RECL-VEND-CODIGO         PIC  9(007).
           02 RECL-SITUACAO            PIC  X(001).
               88 RECL-ABERTA          VALUE "A".
               88 RECL-EM-ANDAMENTO    VALUE "E".
               88 RECL-RESOLVIDA       VALUE "R".
               88 RECL-PENDENTE        VALUES "A" "E".
               88 RECL-SITUACAO-VALIDA VALUES "A" "E" "R".
      * Prazo de atendimento: abertura + SLA da categoria em dias
      * uteis (calendario de feriados do GCC065).
           02 RECL-DATA-LIMITE         PIC  9(008).
           02 RECL-OPERADOR-ABERTURA   PIC  X(020).
           02 RECL-RESOLUCAO           PIC  X(060).
           02 RECL-DATA-FECHAMENTO     PIC  9(008).
           02 RECL-OPERADOR-FECHAMENTO PIC  X(020).
           02 RECL-DATA-ALTERACAO      PIC  9(008).
           02 RECL-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
