      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo de contatos nomeados do cliente
      *                  (comprador, financeiro, recebimento), mantido
      *                  pelo GCC011P; o telefone e o email do proprio
      *                  cadastro continuam sendo os gerais da empresa
      *================================================================*
       FD  ARQ-CONTATO.
       01  REG-ARQ-CONTATO.
           02 CONT-CHAVE.
               05 CONT-CLIE-CODIGO     PIC  9(007).
               05 CONT-SEQ             PIC  9(003).
           02 CONT-NOME                PIC  X(040).
      * Papel: C = comprador, F = financeiro, R = recebimento,
      * O = outro.
           02 CONT-PAPEL               PIC  X(001).
               88 CONT-COMPRADOR       VALUE "C".
               88 CONT-FINANCEIRO      VALUE "F".
               88 CONT-RECEBIMENTO     VALUE "R".
               88 CONT-OUTRO           VALUE "O".
               88 CONT-PAPEL-VALIDO    VALUE "C" "F" "R" "O".
           02 CONT-TELEFONE            PIC  X(015).
           02 CONT-EMAIL               PIC  X(040).
      * Contato principal: no maximo um "S" por cliente.
           02 CONT-PRINCIPAL           PIC  X(001).
               88 CONT-E-PRINCIPAL     VALUE "S".
           02 CONT-DATA-CADASTRO       PIC  9(008).
           02 CONT-DATA-ALTERACAO      PIC  9(008).
           02 CONT-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
