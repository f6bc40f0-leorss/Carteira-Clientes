      *    DATA........: 22/08/2026
      *    OBJETIVO ...: FD cadastro de supervisores - nivel de equipe
      *                  acima dos vendedores, referenciado por
      *                  VEND-SUPERVISOR no cadastro de vendedores;
      *                  o CPF usado na folha para o pagamento do
      *                  override fica em ARQ-SUP-CPF (GCC214FD)
      *================================================================*
       FD  ARQ-SUPERVISOR.
       01  REG-ARQ-SUPERVISOR.
