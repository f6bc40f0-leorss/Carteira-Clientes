      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos do mascaramento de identificadores e
      *                  contatos por perfil - regra do perfil logado,
      *                  areas de edicao de CPF/CNPJ e do log de
      *                  visoes sem mascara
      *================================================================*
       01  W-MASCARA-PERFIL.
      * Regra do perfil em W-PERFIL, carregada por
      * 7161-CARREGAR-MASCARA-PERFIL.
           05  W-MSC-IDENT             PIC X(01) VALUE "N".
               88  W-MSC-IDENT-PARCIAL VALUE "S".
           05  W-MSC-CONTATO           PIC X(01) VALUE "N".
               88  W-MSC-CONTATO-OCULTO
                                       VALUE "S".
           05  W-MSC-REGISTRA          PIC X(01) VALUE "N".
               88  W-MSC-REGISTRA-VISAO
                                       VALUE "S".
           05  W-MSC-LIDO              PIC X(01) VALUE "N".
           05  W-MSC-SUB               PIC 9(02) COMP VALUE ZEROS.
      * Regra padrao, valida enquanto a politica nao for gravada pelo
      * GCC206P: administrador e supervisor veem tudo, com registro
      * da visao; operacao ve CPF/CNPJ parciais; consulta ve CPF/CNPJ
      * parciais e nao ve telefone nem e-mail.
           05  W-MSC-TAB-PADRAO.
               10  FILLER              PIC X(04) VALUE "ANNS".
               10  FILLER              PIC X(04) VALUE "SNNS".
               10  FILLER              PIC X(04) VALUE "OSNN".
               10  FILLER              PIC X(04) VALUE "CSSN".
           05  W-MSC-PADRAO            REDEFINES W-MSC-TAB-PADRAO
                                       OCCURS 4 TIMES.
               10  W-MSC-PAD-PERFIL    PIC X(01).
               10  W-MSC-PAD-IDENTIF   PIC X(01).
               10  W-MSC-PAD-CONTATO   PIC X(01).
               10  W-MSC-PAD-REGISTRA  PIC X(01).
      * Entrada e saida das rotinas de edicao: CPF/CNPJ numerico e a
      * forma editada (completa ou parcial conforme a regra).
           05  W-MSC-CPF               PIC 9(11) VALUE ZEROS.
           05  W-MSC-CPF-X             REDEFINES W-MSC-CPF
                                       PIC X(11).
           05  W-MSC-CPF-ED            PIC X(14) VALUE SPACES.
           05  W-MSC-CNPJ              PIC 9(14) VALUE ZEROS.
           05  W-MSC-CNPJ-X            REDEFINES W-MSC-CNPJ
                                       PIC X(14).
           05  W-MSC-CNPJ-ED           PIC X(18) VALUE SPACES.
      * Telefone ou e-mail a exibir; oculto vira W-MSC-OCULTO.
           05  W-MSC-TEXTO             PIC X(40) VALUE SPACES.
           05  W-MSC-OCULTO            PIC X(03) VALUE "***".
      * Log da visao sem mascara: programa e chave exibida.
           05  W-MSC-PROGRAMA          PIC X(08) VALUE SPACES.
           05  W-MSC-DETALHE           PIC X(40) VALUE SPACES.
           05  W-MSC-DATA              PIC 9(08) VALUE ZEROS.
           05  W-MSC-HORA              PIC 9(08) VALUE ZEROS.
           05  W-MSC-LINHA-LOG         PIC X(132) VALUE SPACES.
