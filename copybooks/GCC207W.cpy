      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos dos pedidos de aprovacao de operacoes
      *================================================================*
       01  W-APROVACAO.
           05  W-APR-SEQ               PIC 9(07) VALUE ZEROS.
           05  W-APR-SEQ-ED            PIC ZZZZZZ9.
           05  W-APR-SEQ-TX            PIC X(07) VALUE SPACES.
      * Validade do pedido em horas (CARTEIRA_APROV_HORAS; sem ela ou
      * zero, W-APR-VALIDADE-PADRAO).
           05  W-APR-VALIDADE-PADRAO   PIC 9(03) VALUE 24.
           05  W-APR-VALIDADE-HORAS    PIC 9(03) VALUE ZEROS.
           05  W-APR-VALIDADE-TX       PIC X(03) VALUE SPACES.
      * Pedido montado pelo programa da operacao antes de 7396.
           05  W-APR-PROGRAMA          PIC X(08) VALUE SPACES.
           05  W-APR-OPERACAO          PIC X(09) VALUE SPACES.
           05  W-APR-DESCRICAO         PIC X(50) VALUE SPACES.
           05  W-APR-PARAMETROS        PIC X(60) VALUE SPACES.
           05  W-APR-PAR-FUSAO REDEFINES W-APR-PARAMETROS.
               10  W-APR-FUS-SOBREVIVE PIC 9(07).
               10  W-APR-FUS-DUPLICADO PIC 9(07).
               10  FILLER              PIC X(46).
           05  W-APR-PAR-LGPD REDEFINES W-APR-PARAMETROS.
               10  W-APR-LGPD-CODIGO   PIC 9(07).
               10  FILLER              PIC X(53).
           05  W-APR-PAR-MASSA REDEFINES W-APR-PARAMETROS.
               10  W-APR-MAS-CEP-INI   PIC 9(08).
               10  W-APR-MAS-CEP-FIM   PIC 9(08).
               10  W-APR-MAS-TERR-ATUAL
                                       PIC X(05).
               10  W-APR-MAS-COD-INI   PIC 9(07).
               10  W-APR-MAS-COD-FIM   PIC 9(07).
               10  W-APR-MAS-CAMPO     PIC X(01).
               10  W-APR-MAS-NOVO-TERR PIC X(05).
               10  W-APR-MAS-NOVA-SIT  PIC X(01).
               10  W-APR-MAS-SELECIONADOS
                                       PIC 9(07).
               10  FILLER              PIC X(11).
           05  W-APR-PAR-RESTAURO REDEFINES W-APR-PARAMETROS.
               10  W-APR-BK-ARQ        PIC X(01).
               10  W-APR-BK-GERACAO    PIC 9(01).
               10  FILLER              PIC X(58).
      * Momento corrente e calculo do vencimento.
           05  W-APR-AGORA.
               10  W-APR-DATA          PIC 9(08) VALUE ZEROS.
               10  W-APR-HORA          PIC 9(08) VALUE ZEROS.
               10  FILLER REDEFINES W-APR-HORA.
                   15  W-APR-HORA-HH   PIC 9(02).
                   15  W-APR-HORA-RESTO
                                       PIC 9(06).
           05  W-APR-HORAS-TOT         PIC 9(05) VALUE ZEROS.
           05  W-APR-DIAS              PIC 9(03) VALUE ZEROS.
           05  W-APR-HH-EXPIRA         PIC 9(02) VALUE ZEROS.
           05  W-APR-DIA-INT           PIC 9(08) VALUE ZEROS.
      * Retorno das rotinas e fechamento do pedido executado.
           05  W-APR-VALIDO            PIC X(01) VALUE "N".
           05  W-APR-STATUS-FINAL      PIC X(01) VALUE SPACES.
           05  W-APR-MENSAGEM          PIC X(40) VALUE SPACES.
           05  W-APR-AUD-OPERACAO      PIC X(09) VALUE SPACES.
