      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD cadastro de amostras e brindes - material
      *                  promocional entregue aos vendedores para
      *                  distribuir nas visitas; a movimentacao fica
      *                  em ARQ-MOV-MATERIAL
      *================================================================*
       FD  ARQ-MATERIAL.
       01  REG-ARQ-MATERIAL.
           02 MAT-CODIGO               PIC  9(005).
           02 MAT-DESCRICAO            PIC  X(040).
           02 MAT-TIPO                 PIC  X(001).
               88 MAT-AMOSTRA          VALUE "A".
               88 MAT-BRINDE           VALUE "B".
               88 MAT-TIPO-VALIDO      VALUE "A" "B".
           02 MAT-UNIDADE              PIC  X(003).
           02 MAT-SITUACAO             PIC  X(001).
               88 MAT-ATIVO            VALUE "A".
               88 MAT-INATIVO          VALUE "I".
               88 MAT-SITUACAO-VALIDA  VALUE "A" "I".
           02 MAT-DATA-CADASTRO        PIC  9(008).
           02 MAT-DATA-ALTERACAO       PIC  9(008).
           02 MAT-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
