      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD regra de contato remoto por segmento do
      *                  cliente (CLIE-SEGMENTO) - se o contato remoto
      *                  efetivo conta como cobertura e, quando conta,
      *                  em ate quantos dias depois da ultima visita
      *                  presencial realizada (zero = sem exigencia de
      *                  presencial). Segmento sem regra cadastrada:
      *                  contato remoto nao conta
      *================================================================*
       FD  ARQ-REGRA-REMOTO.
       01  REG-ARQ-REGRA-REMOTO.
           02 RRM-SEGMENTO             PIC  X(001).
           02 RRM-CONTA-REMOTO         PIC  X(001).
               88 RRM-REMOTO-CONTA     VALUE "S".
               88 RRM-CONTA-VALIDO     VALUE "S" "N".
           02 RRM-DIAS-PRESENCIAL      PIC  9(003).
           02 RRM-DATA-ALTERACAO       PIC  9(008).
           02 RRM-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
