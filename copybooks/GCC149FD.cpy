      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo de pedidos fechados em visita - o
      *                  cabecalho do pedido carrega a chave da visita
      *                  (data + vendedor + cliente) de ARQ-VISITA,
      *                  o valor total e a situacao; os itens ficam
      *                  em ARQ-PEDIDO-ITEM (GCC150FD)
      *================================================================*
       FD  ARQ-PEDIDO.
       01  REG-ARQ-PEDIDO.
           02 PED-NUMERO               PIC  9(009).
           02 PED-CHAVE-VISITA.
               05 PED-VISITA-DATA      PIC  9(008).
               05 PED-VEND-CODIGO      PIC  9(007).
               05 PED-CLIE-CODIGO      PIC  9(007).
      * Situacao: D = digitado, E = enviado ao ERP, F = faturado,
      * C = cancelado.
           02 PED-SITUACAO             PIC  X(001).
               88 PED-DIGITADO         VALUE "D".
               88 PED-ENVIADO          VALUE "E".
               88 PED-FATURADO         VALUE "F".
               88 PED-CANCELADO        VALUE "C".
           02 PED-QTDE-ITENS           PIC  9(003).
           02 PED-VALOR-TOTAL          PIC  9(011)V99.
      * Origem: T = digitado na tela de visitas (GCC052P),
      * C = lote do dispositivo de campo (GCC127P).
           02 PED-ORIGEM               PIC  X(001).
               88 PED-ORIGEM-TELA      VALUE "T".
               88 PED-ORIGEM-CAMPO     VALUE "C".
           02 PED-DATA-DIGITACAO       PIC  9(008).
           02 PED-DATA-ENVIO           PIC  9(008).
           02 PED-DATA-SITUACAO        PIC  9(008).
           02 PED-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
