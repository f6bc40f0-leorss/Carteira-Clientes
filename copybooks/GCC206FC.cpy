      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control politica de mascaramento por
      *                  perfil e log de visoes sem mascara
      *================================================================*
           SELECT ARQ-MASC-PERFIL      ASSIGN TO  WID-ARQ-MASC-PERFIL
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.

      * Log das visoes de CPF/CNPJ e contatos sem mascara por perfil
      * privilegiado.
           SELECT ARQ-ACESSO-DADOS     ASSIGN TO  WID-ARQ-ACESSO-DADOS
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
