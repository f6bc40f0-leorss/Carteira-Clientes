      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD consultas salvas do extrato sob medida -
      *                  campos de saida do cadastro de clientes com o
      *                  vendedor atribuido (ARQ-DIST) e o supervisor,
      *                  filtros e ordenacao, gravados sob um nome e
      *                  executados pelo GCC205P na hora ou pela fila
      *                  de relatorios (GCC204P)
      *================================================================*
       FD  ARQ-CONSULTA-EXT.
       01  REG-ARQ-CONSULTA-EXT.
           02 CEXT-NOME                PIC  X(020).
           02 CEXT-DESCRICAO           PIC  X(040).
      * Numeros dos campos de saida (tabela do GCC205P), na ordem das
      * colunas do extrato; zero encerra a lista.
           02 CEXT-CAMPOS.
               05 CEXT-CAMPO           PIC  9(002) OCCURS 15 TIMES.
      * Filtros combinados por "e": I = igual, F = faixa (de/ate,
      * inclusive), C = comeca com; campo zero = filtro sem uso.
           02 CEXT-FILTROS.
               05 CEXT-FILTRO          OCCURS 5 TIMES.
                   10 CEXT-FIL-CAMPO   PIC  9(002).
                   10 CEXT-FIL-TIPO    PIC  X(001).
                       88 CEXT-FIL-IGUAL   VALUE "I".
                       88 CEXT-FIL-FAIXA   VALUE "F".
                       88 CEXT-FIL-INICIO  VALUE "C".
                   10 CEXT-FIL-DE      PIC  X(030).
                   10 CEXT-FIL-ATE     PIC  X(030).
      * Ate tres campos de ordenacao: A = crescente, D = decrescente.
           02 CEXT-ORDENS.
               05 CEXT-ORDEM           OCCURS 3 TIMES.
                   10 CEXT-ORD-CAMPO   PIC  9(002).
                   10 CEXT-ORD-SENTIDO PIC  X(001).
                       88 CEXT-ORD-DESC    VALUE "D".
      * Operador que criou a consulta (so ele ou o gestor altera).
           02 CEXT-OPERADOR            PIC  X(020).
           02 CEXT-DATA-ALTERACAO      PIC  9(008).
           02 CEXT-ULT-EXEC-DATA       PIC  9(008).
           02 CEXT-ULT-EXEC-QTDE       PIC  9(007).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
