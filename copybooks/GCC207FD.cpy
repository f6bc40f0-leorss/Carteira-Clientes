      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD pedidos de aprovacao de operacoes - fusao
      *                  de clientes (GCC094P), anonimizacao LGPD
      *                  (GCC074P), atualizacao em massa (GCC095P) e
      *                  restauro de backup (GCC073P) ficam pendentes
      *                  com os parametros e o solicitante ate outro
      *                  operador supervisor/administrador aprovar na
      *                  fila de aprovacao (GCC207P)
      *================================================================*
       FD  ARQ-APROVACAO.
       01  REG-ARQ-APROVACAO.
           02 APRV-SEQ                 PIC  9(007).
           02 APRV-PROGRAMA            PIC  X(008).
           02 APRV-OPERACAO            PIC  X(009).
      * Parametros da operacao; o layout por programa esta em
      * W-APR-PARAMETROS (GCC207W).
           02 APRV-PARAMETROS          PIC  X(060).
           02 APRV-DESCRICAO           PIC  X(050).
           02 APRV-SOLICITANTE         PIC  X(020).
           02 APRV-PERFIL-SOL          PIC  X(001).
           02 APRV-DATA-SOL            PIC  9(008).
           02 APRV-HORA-SOL            PIC  9(008).
           02 APRV-EXPIRA.
               05 APRV-DATA-EXPIRA     PIC  9(008).
               05 APRV-HORA-EXPIRA     PIC  9(008).
      * P = pendente, A = aprovado (em execucao), X = executado,
      * F = falhou na execucao, R = rejeitado, E = expirado,
      * C = cancelado pelo solicitante.
           02 APRV-STATUS              PIC  X(001).
               88 APRV-PENDENTE        VALUE "P".
               88 APRV-APROVADO        VALUE "A".
               88 APRV-EXECUTADO       VALUE "X".
               88 APRV-FALHOU          VALUE "F".
               88 APRV-REJEITADO       VALUE "R".
               88 APRV-EXPIRADO        VALUE "E".
               88 APRV-CANCELADO       VALUE "C".
           02 APRV-DECISOR             PIC  X(020).
           02 APRV-DATA-DECISAO        PIC  9(008).
           02 APRV-HORA-DECISAO        PIC  9(008).
           02 APRV-MOTIVO              PIC  X(040).
           02 APRV-RESULTADO           PIC  X(040).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
