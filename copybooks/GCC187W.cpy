      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos critica do diario de odometro
      *================================================================*

      *---------------------------------------------------------*
      * Retorno da critica do registro de odometro: motivo da
      * rejeicao (branco = aceito), quilometragem rodada no dia e
      * nome do vendedor mostrado na tela.
      * Acima do limite diario o registro e tido como erro de
      * digitacao do hodometro.
      *---------------------------------------------------------*
       01  W-CRITICA-ODOMETRO.
           05  W-ODO-MOTIVO            PIC X(40) VALUE SPACES.
           05  W-ODO-KM-RODADO         PIC 9(07) VALUE ZEROS.
           05  W-ODO-VEND-DESC         PIC X(40) VALUE SPACES.
           05  W-ODO-KM-LIMITE-DIA     PIC 9(07) VALUE 2000.
           05  W-ODO-DATA-CRITICA      PIC 9(08) VALUE ZEROS.
           05  FILLER REDEFINES W-ODO-DATA-CRITICA.
               10  W-ODO-DC-ANO        PIC 9(04).
               10  W-ODO-DC-MES        PIC 9(02).
               10  W-ODO-DC-DIA        PIC 9(02).
