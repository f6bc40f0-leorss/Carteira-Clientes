      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos da tabela de motivos de devolucao e
      *                  tabela padrao
      *================================================================*
      * W-MDV-LIDO diz se 7185-CARREGAR-MOTIVOS-DEV achou a tabela
      * gravada; 7187-BUSCAR-MOTIVO-DEV devolve em W-MDV-ACHADO a
      * posicao de W-MDV-CODIGO na tabela (zero = nao cadastrado).
       01  W-MOTIVOS-DEV.
           05  W-MDV-LIDO              PIC X(01) VALUE "N".
           05  W-MDV-SUB               PIC 9(02) VALUE ZEROS.
           05  W-MDV-ACHADO            PIC 9(02) VALUE ZEROS.
           05  W-MDV-CODIGO            PIC X(01) VALUE SPACES.
      * Tabela padrao, valida enquanto a tabela nao for gravada pelo
      * GCC211P, com devolucao rapida ate 30 dias da venda.
           05  W-MDV-PRAZO-PADRAO      PIC 9(03) VALUE 30.
           05  W-MDV-TAB-PADRAO.
               10  FILLER              PIC X(27)
                   VALUE "AAvaria no transporte     N".
               10  FILLER              PIC X(27)
                   VALUE "DDefeito de fabricacao    N".
               10  FILLER              PIC X(27)
                   VALUE "EPedido acima do consumo  S".
               10  FILLER              PIC X(27)
                   VALUE "PPreco ou condicao errada S".
               10  FILLER              PIC X(27)
                   VALUE "TTroca de produto         N".
               10  FILLER              PIC X(27)
                   VALUE "OOutros                   N".
               10  FILLER              PIC X(27) VALUE SPACES.
               10  FILLER              PIC X(27) VALUE SPACES.
           05  W-MDV-PADRAO            REDEFINES W-MDV-TAB-PADRAO
                                       OCCURS 8 TIMES.
               10  W-MDV-PAD-CODIGO    PIC X(01).
               10  W-MDV-PAD-DESCRICAO PIC X(25).
               10  W-MDV-PAD-RESP      PIC X(01).
