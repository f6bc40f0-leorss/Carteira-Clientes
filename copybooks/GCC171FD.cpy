      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD contratos de fornecimento dos clientes -
      *                  vigencia, volume mensal comprometido,
      *                  tabela de preco, renovacao automatica e
      *                  vendedor responsavel; o aviso de vencimento
      *                  sai no GCC172P e o comprometido x faturado
      *                  no GCC173P
      *================================================================*
       FD  ARQ-CONTRATO.
       01  REG-ARQ-CONTRATO.
           02 CTR-CHAVE.
               05 CTR-CLIE-CODIGO      PIC  9(007).
               05 CTR-NUMERO           PIC  X(015).
           02 CTR-DATA-INICIO          PIC  9(008).
           02 CTR-DATA-FIM             PIC  9(008).
      * Volume mensal comprometido pelo cliente, em valor faturado
      * (comparado com ARQ-VENDAS da competencia).
           02 CTR-VOLUME-MENSAL        PIC  9(011)V9(002).
      * Referencia da tabela de preco negociada (texto livre).
           02 CTR-TABELA-PRECO         PIC  X(010).
           02 CTR-RENOVACAO            PIC  X(001).
               88 CTR-RENOVA-AUTO      VALUE "S".
               88 CTR-RENOVA-MANUAL    VALUE "N".
               88 CTR-RENOVACAO-VALIDA VALUE "S" "N".
           02 CTR-VEND-CODIGO          PIC  9(007).
           02 CTR-SITUACAO             PIC  X(001).
               88 CTR-ATIVO            VALUE "A".
               88 CTR-ENCERRADO        VALUE "E".
           02 CTR-DATA-ALTERACAO       PIC  9(008).
           02 CTR-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
