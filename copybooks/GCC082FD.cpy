      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD extrato mensal da situacao cadastral do
      *                  CNPJ: CNPJ, razao social oficial e situacao
      *                  (AT ativa, SU suspensa, BX baixada), mais as
      *                  colunas firmograficas da mesma fonte (porte
      *                  ME/PE/MD/GR, CNAE principal e capital social)
      *                  e os dados do estabelecimento (data de
      *                  abertura AAAAMMDD e CEP). Linhas antigas sem
      *                  as colunas finais chegam em branco e sao
      *                  aceitas. Lido pelo confronto cadastral
      *                  (GCC082P) e pela prospeccao (GCC199P).
      *================================================================*
       FD  ARQ-REG-CNPJ.
       01  REG-ARQ-REG-CNPJ.
           02 REGC-CNPJ                PIC  9(014).
           02 REGC-RAZAO-OFICIAL       PIC  X(040).
           02 REGC-SITUACAO            PIC  X(002).
               88 REGC-ATIVA           VALUE "AT".
               88 REGC-SUSPENSA        VALUE "SU".
               88 REGC-BAIXADA         VALUE "BX".
           02 REGC-PORTE               PIC  X(002).
           02 REGC-CNAE                PIC  9(007).
           02 REGC-CAPITAL             PIC  9(013).
           02 REGC-DATA-ABERTURA       PIC  9(008).
           02 REGC-CEP                 PIC  9(008).
