      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos validacao do material contra o
      *                  cadastro de amostras e brindes
      *================================================================*

      *---------------------------------------------------------*
      * Parametros/retorno da validacao de material
      *---------------------------------------------------------*
       01  W-VALIDA-MATERIAL.
           05  W-MAT-PROCURADO         PIC 9(05) VALUE ZEROS.
           05  W-MAT-VALIDO            PIC X(01) VALUE "N".
           05  W-MAT-DESC-ACHADA       PIC X(40) VALUE SPACES.
           05  W-MAT-UNID-ACHADA       PIC X(03) VALUE SPACES.
