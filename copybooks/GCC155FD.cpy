      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD cadastro de redes de clientes (redes de
      *                  compra e associativismo) - agrupa clientes
      *                  de CNPJ distintos, independente da raiz do
      *                  CNPJ; o cliente aponta para a rede em
      *                  CLIE-REDE-CODIGO
      *================================================================*
       FD  ARQ-REDE.
       01  REG-ARQ-REDE.
           02 REDE-CODIGO              PIC  9(003).
           02 REDE-NOME                PIC  X(040).
      * Vendedor responsavel pela rede; zerado, a distribuicao com
      * PARAM-AGRUPAR-REDE segue o primeiro membro distribuido.
           02 REDE-VEND-CODIGO         PIC  9(007).
           02 REDE-SITUACAO            PIC  X(001).
               88 REDE-ATIVA           VALUE "A".
               88 REDE-INATIVA         VALUE "I".
               88 REDE-SITUACAO-VALIDA VALUE "A" "I".
           02 REDE-DATA-CADASTRO       PIC  9(008).
           02 REDE-DATA-ALTERACAO      PIC  9(008).
           02 REDE-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
