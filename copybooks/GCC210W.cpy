      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos da integracao de clientes novos -
      *                  abertura do plano do cliente e plano padrao
      *================================================================*
      * Cliente e origem (C = cadastro, P = prospect convertido) para
      * 7184-INICIAR-INTEGRACAO-CLIE; W-ONB-PLANO-LIDO diz se
      * 7227-CARREGAR-PLANO-ONBOARD achou o plano gravado.
       01  W-INTEGRACAO-CLIE.
           05  W-ONB-CLIE-CODIGO       PIC 9(07) VALUE ZEROS.
           05  W-ONB-ORIGEM            PIC X(01) VALUE "C".
           05  W-ONB-PLANO-LIDO        PIC X(01) VALUE "N".
           05  W-ONB-SUB               PIC 9(02) VALUE ZEROS.
      * Plano padrao, valido enquanto o plano nao for gravado pelo
      * GCC210P: visita de boas-vindas em 7 dias, acompanhamento em
      * 30 dias e conferencia do primeiro pedido em 45 dias.
           05  W-ONB-TAB-PADRAO.
               10  FILLER              PIC X(34)
                   VALUE "V007Visita de boas-vindas".
               10  FILLER              PIC X(34)
                   VALUE "V030Acompanhamento de 30 dias".
               10  FILLER              PIC X(34)
                   VALUE "N045Conferencia do primeiro pedido".
               10  FILLER              PIC X(34) VALUE SPACES.
               10  FILLER              PIC X(34) VALUE SPACES.
               10  FILLER              PIC X(34) VALUE SPACES.
           05  W-ONB-PADRAO            REDEFINES W-ONB-TAB-PADRAO
                                       OCCURS 6 TIMES.
               10  W-ONB-PAD-TIPO      PIC X(01).
               10  W-ONB-PAD-DIAS      PIC X(03).
               10  W-ONB-PAD-DESCRICAO PIC X(30).
