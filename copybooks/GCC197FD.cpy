      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD tabela de referencia CNAE (IBGE) - uma
      *                  linha por subclasse (codigo de 7 digitos, o
      *                  mesmo de CLIE-CNAE) e uma por divisao, gravada
      *                  com o codigo DD00000 (nenhuma subclasse tem
      *                  grupo zero). Mantida e carregada em lote pelo
      *                  GCC197P. CNAE-ALVO marca os codigos de
      *                  interesse para a prospeccao (GCC199P); marcar
      *                  a divisao vale para todas as suas subclasses.
      *================================================================*
       FD  ARQ-CNAE.
       01  REG-ARQ-CNAE.
           02 CNAE-CODIGO              PIC  9(007).
           02 CNAE-NIVEL               PIC  X(001).
               88 CNAE-SUBCLASSE       VALUE "S".
               88 CNAE-DIVISAO-REG     VALUE "D".
           02 CNAE-DESCRICAO           PIC  X(080).
      * Divisao = dois primeiros digitos; secao = letra de A a U.
           02 CNAE-DIVISAO             PIC  9(002).
           02 CNAE-SECAO               PIC  X(001).
           02 CNAE-DATA-CARGA          PIC  9(008).
           02 CNAE-OPERADOR            PIC  X(020).
           02 CNAE-ALVO                PIC  X(001).
               88 CNAE-ALVO-PROSPECCAO VALUE "S".
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(019).
