      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos janelas de atendimento do cliente
      *                  carregadas por 7183-CARREGAR-JANELAS-CLIE
      *================================================================*
      * Janelas do cliente informado em W-JAN-CLIE-CODIGO, com os
      * horarios convertidos em minutos desde a meia-noite, e a
      * marca "S" na posicao de cada dia da semana com janela
      * (W-JAN-DIAS-ABERTOS todo em branco = cliente sem janela).
      * W-JAN-ARQ-ABERTO diz se o chamador conseguiu abrir o arquivo.
       01  W-JANELAS-CLIE.
           05  W-JAN-ARQ-ABERTO        PIC X(01) VALUE "N".
           05  W-JAN-CLIE-CODIGO       PIC 9(07) VALUE ZEROS.
           05  W-JAN-QTDE              PIC 9(02) VALUE ZEROS.
           05  W-JAN-SUB               PIC 9(02) VALUE ZEROS.
           05  W-JAN-DIAS-ABERTOS      PIC X(07) VALUE SPACES.
           05  W-JAN-DIA-ABERTO        REDEFINES W-JAN-DIAS-ABERTOS
                                       PIC X(01) OCCURS 7 TIMES.
           05  W-JAN-ITEM              OCCURS 20 TIMES.
               10  W-JAN-ITEM-DIA      PIC 9(01).
               10  W-JAN-ITEM-INICIO   PIC 9(04).
               10  W-JAN-ITEM-FIM      PIC 9(04).

      * Nomes dos dias da semana na base de JAN-DIA-SEMANA.
       01  W-JAN-NOMES-DIAS.
           05  FILLER                  PIC X(07) VALUE "Segunda".
           05  FILLER                  PIC X(07) VALUE "Terca".
           05  FILLER                  PIC X(07) VALUE "Quarta".
           05  FILLER                  PIC X(07) VALUE "Quinta".
           05  FILLER                  PIC X(07) VALUE "Sexta".
           05  FILLER                  PIC X(07) VALUE "Sabado".
           05  FILLER                  PIC X(07) VALUE "Domingo".
       01  W-JAN-TAB-NOMES             REDEFINES W-JAN-NOMES-DIAS.
           05  W-JAN-NOME-DIA          PIC X(07) OCCURS 7 TIMES.
