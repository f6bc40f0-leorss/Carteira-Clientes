      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos consulta da tabela de referencia CNAE
      *================================================================*

      *---------------------------------------------------------*
      * Descricao de um CNAE (7814) ou de uma divisao (7815) com
      * a tabela aberta em modo consulta por 7804; tabela ausente
      * devolve a descricao em branco. 7816 devolve em
      * W-CNAE-E-ALVO se o CNAE e alvo de prospeccao.
      *---------------------------------------------------------*
       01  W-CONSULTA-CNAE.
           05  W-CNAE-ABERTO           PIC X(01) VALUE "N".
           05  W-CNAE-PROCURADO        PIC 9(07) VALUE ZEROS.
           05  W-CNAE-DIV-PROCURADA    PIC 9(02) VALUE ZEROS.
           05  W-CNAE-DESC             PIC X(80) VALUE SPACES.
           05  W-CNAE-E-ALVO           PIC X(01) VALUE "N".
