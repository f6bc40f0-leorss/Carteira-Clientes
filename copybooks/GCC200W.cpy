      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos consulta do bloqueio da conciliacao com
      *                  o ERP - o chamador informa CONC-COMPETENCIA e
      *                  recebe "S" em W-CONC-E-BLOQUEADA quando a
      *                  competencia esta bloqueada
      *================================================================*
       01  W-CAMPOS-CONC-ERP.
           05  W-CONC-E-BLOQUEADA      PIC X(01) VALUE "N".
