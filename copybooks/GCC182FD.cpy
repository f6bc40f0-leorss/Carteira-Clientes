      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD respostas do checklist de execucao no
      *                  ponto de venda - uma por visita (chave de
      *                  ARQ-VISITA) e item, com a conformidade ja
      *                  avaliada contra o checklist do segmento
      *================================================================*
       FD  ARQ-CHECK-RESP.
       01  REG-ARQ-CHECK-RESP.
           02 CKR-CHAVE.
               03 CKR-VISITA-CHAVE.
                   05 CKR-DATA         PIC  9(008).
                   05 CKR-VEND-CODIGO  PIC  9(007).
                   05 CKR-CLIE-CODIGO  PIC  9(007).
               03 CKR-ITEM             PIC  9(002).
           02 CKR-SEGMENTO             PIC  X(001).
           02 CKR-RESPOSTA-SN          PIC  X(001).
           02 CKR-RESPOSTA-NUM         PIC  9(007)V99.
           02 CKR-CONFORMIDADE         PIC  X(001).
               88 CKR-CONFORME         VALUE "S".
               88 CKR-NAO-CONFORME     VALUE "N".
           02 CKR-ORIGEM               PIC  X(001).
               88 CKR-ORIGEM-TELA      VALUE "T".
               88 CKR-ORIGEM-CAMPO     VALUE "C".
           02 CKR-DATA-REGISTRO        PIC  9(008).
           02 CKR-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
