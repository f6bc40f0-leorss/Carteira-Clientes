      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD matriz de distancias rodoviarias - distancia
      *                  e tempo de percurso por estrada fornecidos
      *                  pelo roteirizador, por par vendedor x cliente
      *                  ou por par de CEPs, carregados pelo GCC157P
      *================================================================*
       FD  ARQ-DIST-ROD.
       01  REG-ARQ-DIST-ROD.
           02 DROD-CHAVE.
      * Tipo do par: V = vendedor x cliente (origem = codigo do
      * vendedor, destino = codigo do cliente); C = CEP x CEP.
               05 DROD-TIPO            PIC  X(001).
                   88 DROD-TIPO-VEND-CLIE  VALUE "V".
                   88 DROD-TIPO-CEP        VALUE "C".
                   88 DROD-TIPO-VALIDO     VALUE "V" "C".
               05 DROD-ORIGEM          PIC  9(008).
               05 DROD-DESTINO         PIC  9(008).
      * Distancia por estrada em metros (mesma unidade de
      * DIST-DISTANCIA) e tempo de percurso em minutos.
           02 DROD-DISTANCIA           PIC  9(007).
           02 DROD-TEMPO               PIC  9(005).
           02 DROD-DATA-CARGA          PIC  9(008).
           02 DROD-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
