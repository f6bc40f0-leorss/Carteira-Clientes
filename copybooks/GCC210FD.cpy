      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD tarefas de integracao de clientes novos -
      *                  por cliente, o registro de abertura (etapa
      *                  zero, gravado na inclusao pelo GCC011P ou na
      *                  conversao do prospect pelo GCC102P) e, depois
      *                  da atribuicao no ARQ-DIST, uma tarefa datada
      *                  por etapa do plano para o vendedor (GCC210P)
      *================================================================*
       FD  ARQ-ONBOARD.
       01  REG-ARQ-ONBOARD.
           02 ONB-CHAVE.
               05 ONB-CLIE-CODIGO      PIC  9(007).
      * Etapa zero = abertura do plano; 1 a 6 = tarefas geradas na
      * ordem das etapas do plano vigente na geracao.
               05 ONB-ETAPA            PIC  9(002).
                   88 ONB-ABERTURA     VALUE ZEROS.
      * Tipo de baixa da tarefa: V = primeira visita realizada ainda
      * nao usada por outra etapa, N = primeira nota de venda.
           02 ONB-TIPO                 PIC  X(001).
               88 ONB-TIPO-VISITA      VALUE "V".
               88 ONB-TIPO-NOTA        VALUE "N".
           02 ONB-DESCRICAO            PIC  X(030).
      * Origem do cliente: C = cadastro direto, P = prospect
      * convertido.
           02 ONB-ORIGEM               PIC  X(001).
               88 ONB-ORIGEM-CADASTRO  VALUE "C".
               88 ONB-ORIGEM-PROSPECT  VALUE "P".
           02 ONB-DATA-ABERTURA        PIC  9(008).
      * Data da atribuicao ao vendedor (base dos prazos) e o vendedor
      * responsavel, atualizado enquanto a tarefa estiver pendente.
           02 ONB-DATA-ATRIB           PIC  9(008).
           02 ONB-VEND-CODIGO          PIC  9(007).
           02 ONB-DIAS                 PIC  9(003).
           02 ONB-DATA-PREVISTA        PIC  9(008).
      * Situacao: no registro de abertura A = aguardando atribuicao,
      * G = tarefas geradas; na tarefa P = pendente, C = concluida.
           02 ONB-SITUACAO             PIC  X(001).
               88 ONB-AGUARDANDO       VALUE "A".
               88 ONB-GERADO           VALUE "G".
               88 ONB-PENDENTE         VALUE "P".
               88 ONB-CONCLUIDA        VALUE "C".
      * Baixa: data, forma (V = visita, N = nota) e referencia (o
      * vendedor da visita ou o numero da nota).
           02 ONB-DATA-CONCLUSAO       PIC  9(008).
           02 ONB-FORMA-CONCLUSAO      PIC  X(001).
           02 ONB-REF-CONCLUSAO        PIC  9(009).
           02 ONB-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).

      * Plano de integracao (registro unico)
       FD  ARQ-ONB-PLANO.
       01  REG-ARQ-ONB-PLANO.
      * Ate 6 etapas; etapa com tipo em branco nao gera tarefa. Dias
      * contados da data de atribuicao ao vendedor.
           02 ONBP-ETAPA               OCCURS 6 TIMES.
               05 ONBP-TIPO            PIC  X(001).
               05 ONBP-DIAS            PIC  9(003).
               05 ONBP-DESCRICAO       PIC  X(030).
           02 ONBP-OPERADOR            PIC  X(020).
           02 ONBP-DATA-ALTERACAO      PIC  9(008).
      * Reserva para novas opcoes sem troca de layout.
           02 FILLER                   PIC  X(020).
