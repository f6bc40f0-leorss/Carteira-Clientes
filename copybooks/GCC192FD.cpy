      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD registro de cartas de troca de vendedor -
      *                  uma carta por cliente, linha de negocio e
      *                  data de emissao (GCC192P). Base da regra de
      *                  ida e volta na semana e da consulta das
      *                  cartas enviadas a cada cliente
      *================================================================*
       FD  ARQ-CARTA-VEND.
       01  REG-ARQ-CARTA-VEND.
           02 CART-CHAVE.
               05 CART-CLIE-CODIGO     PIC  9(007).
               05 CART-LINHA           PIC  9(002).
               05 CART-DATA            PIC  9(008).
           02 CART-VEND-ANTERIOR       PIC  9(007).
           02 CART-VEND-NOVO           PIC  9(007).
      * Origem da ultima troca do dia no historico de atribuicoes
      * (DISTRIB, MANUAL, DESLIGA, ...).
           02 CART-ORIGEM              PIC  X(008).
      * Meio de entrega: P = so correio (email em opt-out ou ausente),
      * E = correio e email.
           02 CART-MEIO                PIC  X(001).
               88 CART-MEIO-POSTAL     VALUE "P".
               88 CART-MEIO-EMAIL      VALUE "E".
           02 CART-DATA-PROCESSO       PIC  9(008).
           02 CART-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
