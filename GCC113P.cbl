      *    OBJETIVO ...: Ciclo de fim de mes - irmao mensal do job     *
      *                  noturno (GCC099P): encadeia importacao do     *
      *                  extrato de faturamento, classificacao ABC,    *
      *                  conciliacao com o fechamento do ERP,          *
      *                  apuracao de comissoes, atingimento de metas,  *
      *                  fechamento oficial e rotacao de logs no       *
      *                  primeiro dia util apos a virada, com o mesmo  *
      *                  CHAIN-MES.DAT): um passo com politica de      *
      *                  parada que falha impede os seguintes - o      *
      *                  fechamento nunca roda sem o extrato carregado.*
      *                  Em seguida, a apuracao do override dos        *
      *                  supervisores sobre a base comissionada.       *
      *                  Apos o override, a acuracia das previsoes de  *
      *                  venda dos vendedores (GCC170P).               *
      *                  Depois, o volume contratado x faturado dos    *
      *                  contratos de fornecimento (GCC173P). Depois,  *
      *                  o resumo mensal das reclamacoes de clientes   *
      *                  por categoria e vendedor (GCC176P). Depois,   *
      *                  a analise mensal das devolucoes por vendedor, *
      *                  cliente e motivo (GCC211P). Por fim, a        *
      *                  conciliacao do vendedor faturado no ERP com o *
      *                  vendedor da carteira (GCC213P).               *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      * do extrato e fechamento param o ciclo - fechar sem o extrato
      * carregado e exatamente o que este programa impede.
       01  W-CONTROLE-CICLO.
           05  W-QTDE-PASSOS           PIC 9(02) VALUE 14.
           05  W-SUB-PASSO             PIC 9(02) VALUE ZEROS.
           05  W-CICLO-COMPLETO        PIC X(01) VALUE "S".
           05  W-CICLO-PARADO          PIC X(01) VALUE "N".
                   VALUE "IMP-FATUGCC055P S".
               10  FILLER              PIC X(17)
                   VALUE "ABC     GCC056P C".
      * Conciliacao dos totais de controle do ERP antes da apuracao:
      * competencia divergente fica bloqueada para a comissao.
               10  FILLER              PIC X(17)
                   VALUE "CONC-ERPGCC200P C".
               10  FILLER              PIC X(17)
                   VALUE "COMISSAOGCC057P C".
               10  FILLER              PIC X(17)
      * fechamento da competencia.
               10  FILLER              PIC X(17)
                   VALUE "BI-EXTR GCC145P C".
      * Override dos supervisores sobre a base comissionada gravada
      * pela apuracao de comissoes da mesma competencia.
               10  FILLER              PIC X(17)
                   VALUE "OVERRIDEGCC163P C".
      * Acuracia das previsoes de venda da competencia fechada,
      * com o faturamento ja importado.
               10  FILLER              PIC X(17)
                   VALUE "PREVISAOGCC170P C".
      * Volume contratado x faturado dos contratos de fornecimento
      * vigentes na competencia fechada.
               10  FILLER              PIC X(17)
                   VALUE "CONTRATOGCC173P C".
      * Resumo das reclamacoes de clientes abertas na competencia
      * fechada, por categoria e vendedor.
               10  FILLER              PIC X(17)
                   VALUE "SAC-MES GCC176P C".
      * Analise das devolucoes da competencia fechada por vendedor,
      * cliente e motivo, com as devolucoes rapidas.
               10  FILLER              PIC X(17)
                   VALUE "DEVOLUC GCC211P C".
      * Notas da competencia fechada faturadas no ERP com vendedor
      * diferente do da carteira e arquivo de correcao para o ERP.
               10  FILLER              PIC X(17)
                   VALUE "FAT-VENDGCC213P C".
           05  FILLER REDEFINES W-TAB-PASSOS.
               10  W-PASSO-ITEM        OCCURS 14 TIMES.
                   15  W-PASSO-NOME    PIC X(08).
                   15  W-PASSO-PROG    PIC X(08).
                   15  W-PASSO-POLITICA
                                       PIC X(01).
           05  W-PASSO-STATUS-TAB.
               10  W-PASSO-STATUS      OCCURS 14 TIMES PIC X(01).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
