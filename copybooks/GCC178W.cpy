      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos validacao do concorrente contra o
      *                  cadastro de concorrentes
      *================================================================*

      *---------------------------------------------------------*
      * Parametros/retorno da validacao de concorrente
      *---------------------------------------------------------*
       01  W-VALIDA-CONCORRENTE.
           05  W-CCOR-PROCURADO        PIC 9(03) VALUE ZEROS.
           05  W-CCOR-VALIDO           PIC X(01) VALUE "N".
           05  W-CCOR-NOME-ACHADO      PIC X(40) VALUE SPACES.
