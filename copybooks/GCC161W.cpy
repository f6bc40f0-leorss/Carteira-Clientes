      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos aprovacao da distribuicao retida
      *================================================================*

      *---------------------------------------------------------*
      * Limite de movimento e resultado da comparacao da
      * distribuicao nova com o ARQ-DIST em vigor
      *---------------------------------------------------------*
       01  W-DIST-PEND.
      * "S" quando a distribuicao grava no arquivo pendente em vez
      * de sobrescrever o ARQ-DIST (limite de movimento informado).
           05  W-DPEN-ATIVO            PIC X(01) VALUE "N".
               88  W-DPEN-PORTAO-ATIVO VALUE "S".
           05  W-DPEN-LIMITE-PCT       PIC 9(03) VALUE ZEROS.
      * "S" quando ha execucao retida aguardando o supervisor.
           05  W-DPEN-PENDENTE         PIC X(01) VALUE "N".
      * "S" quando esta execucao da distribuicao ficou retida.
           05  W-DPEN-RETIDA           PIC X(01) VALUE "N".
           05  W-DPEN-NOME-OFICIAL     PIC X(40) VALUE SPACES.
           05  W-DPEN-ATUAL-ABERTO     PIC X(01) VALUE "N".
           05  W-DPEN-HIST-ABERTO      PIC X(01) VALUE "N".
      * "S" quando a distribuicao pendente foi aplicada ao ARQ-DIST.
           05  W-DPEN-APLICADA         PIC X(01) VALUE "N".
           05  W-DPEN-VEND-ATUAL       PIC 9(07) VALUE ZEROS.
           05  W-DPEN-RAZAO-ATUAL      PIC X(40) VALUE SPACES.
           05  W-DPEN-VEND-BUSCA       PIC 9(07) VALUE ZEROS.
           05  W-DPEN-RAZAO-BUSCA      PIC X(40) VALUE SPACES.
           05  W-DPEN-TOTAL-ATUAL      PIC 9(07) VALUE ZEROS.
           05  W-DPEN-TOTAL-NOVO       PIC 9(07) VALUE ZEROS.
           05  W-DPEN-MOVIDOS          PIC 9(07) VALUE ZEROS.
           05  W-DPEN-NOVOS            PIC 9(07) VALUE ZEROS.
           05  W-DPEN-EVENTOS          PIC 9(07) VALUE ZEROS.
           05  W-DPEN-PCT              PIC 9(03)V9(02) VALUE ZEROS.
           05  W-DPEN-PCT-ED           PIC ZZ9,99.
           05  W-DPEN-DATA             PIC 9(08) VALUE ZEROS.
           05  W-DPEN-HORA             PIC 9(08) VALUE ZEROS.
           05  W-DPEN-RC               PIC 9(04) VALUE ZEROS COMP.

      *---------------------------------------------------------*
      * Movimento por vendedor: atribuicoes atuais, perdidas e
      * recebidas (inclui clientes novos na distribuicao)
      *---------------------------------------------------------*
       01  W-TAB-DIST-PEND.
           05  W-QTDE-DPEN-VEND        PIC 9(04) VALUE ZEROS.
           05  W-SUB-DPEN              PIC 9(04) VALUE ZEROS.
           05  W-IND-DPEN              PIC 9(04) VALUE ZEROS.
      * Atribuicoes de vendedores alem da capacidade da tabela (fora
      * do resumo por vendedor, mas dentro dos totais).
           05  W-DPEN-VEND-FORA        PIC 9(05) VALUE ZEROS.
           05  W-TDP-ITEM              OCCURS 2000 TIMES.
               10  W-TDP-VEND          PIC 9(07).
               10  W-TDP-RAZAO         PIC X(40).
               10  W-TDP-ATUAL         PIC 9(07).
               10  W-TDP-PERDE         PIC 9(07).
               10  W-TDP-GANHA         PIC 9(07).
