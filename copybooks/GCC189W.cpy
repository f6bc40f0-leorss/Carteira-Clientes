      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos critica do contato remoto
      *================================================================*

      *---------------------------------------------------------*
      * Retorno da critica do contato remoto: motivo da rejeicao
      * (branco = aceito) e descricoes mostradas na tela.
      *---------------------------------------------------------*
       01  W-CRITICA-CONTATO-REM.
           05  W-CRM-MOTIVO            PIC X(40) VALUE SPACES.
           05  W-CRM-VEND-DESC         PIC X(40) VALUE SPACES.
           05  W-CRM-CLIE-DESC         PIC X(40) VALUE SPACES.
           05  W-CRM-DATA-CRITICA      PIC 9(08) VALUE ZEROS.
           05  FILLER REDEFINES W-CRM-DATA-CRITICA.
               10  W-CRM-DC-ANO        PIC 9(04).
               10  W-CRM-DC-MES        PIC 9(02).
               10  W-CRM-DC-DIA        PIC 9(02).
