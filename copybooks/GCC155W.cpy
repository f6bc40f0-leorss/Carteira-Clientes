      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos validacao da rede do cliente contra o
      *                  cadastro de redes
      *================================================================*

      *---------------------------------------------------------*
      * Parametros/retorno da validacao de rede
      *---------------------------------------------------------*
       01  W-VALIDA-REDE.
           05  W-REDE-PROCURADA        PIC 9(03) VALUE ZEROS.
           05  W-REDE-VALIDA           PIC X(01) VALUE "S".
           05  W-REDE-NOME-ACHADO      PIC X(40) VALUE SPACES.
