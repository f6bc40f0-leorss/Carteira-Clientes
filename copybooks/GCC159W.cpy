      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos especializacao setorial (CNAE) do
      *                  vendedor
      *================================================================*

      *---------------------------------------------------------*
      * Divisao CNAE do cliente e resultado da conferencia com a
      * lista de divisoes do vendedor
      *---------------------------------------------------------*
       01  W-ESPEC-CNAE.
      * Divisao = dois primeiros digitos do CNAE de 7 digitos; zero
      * quando o cliente nao tem CNAE (sem restricao de setor).
           05  W-VCNA-DIV-CLIE         PIC 9(02) VALUE ZEROS.
      * "S" quando o vendedor pode atender o setor do cliente.
           05  W-VCNA-ATENDE           PIC X(01) VALUE "S".
      * "S" quando algum vendedor dentro do raio so foi barrado pela
      * especializacao - o cliente fica sem especialista.
           05  W-VCNA-BARROU-RAIO      PIC X(01) VALUE "N".
           05  W-VCNA-SUB              PIC 9(05) VALUE ZEROS.
