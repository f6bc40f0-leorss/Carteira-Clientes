      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD concursos de incentivo dos vendedores -
      *                  periodo, metrica do ranking (lista fixa),
      *                  equipes participantes e faixas de premio;
      *                  o ranking diario vai para ARQ-CONC-RANKING
      *                  (GCC168P) e o premio vira ajuste de bonus
      *                  na liquidacao quando o concurso encerra
      *================================================================*
       FD  ARQ-CONCURSO.
       01  REG-ARQ-CONCURSO.
           02 CONC-CODIGO              PIC  9(005).
           02 CONC-DESCRICAO           PIC  X(040).
           02 CONC-DATA-INICIO         PIC  9(008).
           02 CONC-DATA-FIM            PIC  9(008).
      * Metrica do ranking: F = faturamento das competencias do
      * periodo (ARQ-VENDAS), C = crescimento % do faturamento frente
      * ao mesmo numero de competencias imediatamente anteriores,
      * N = clientes novos recebidos no periodo (HIST-ATRIB sem
      * vendedor anterior), V = visitas realizadas no periodo
      * (ARQ-VISITA), M = atingimento % da meta de faturamento das
      * competencias do periodo (ARQ-META).
           02 CONC-METRICA             PIC  X(001).
               88 CONC-MET-FATUR       VALUE "F".
               88 CONC-MET-CRESC       VALUE "C".
               88 CONC-MET-NOVOS       VALUE "N".
               88 CONC-MET-VISITAS     VALUE "V".
               88 CONC-MET-META        VALUE "M".
               88 CONC-METRICA-VALIDA  VALUE "F" "C" "N" "V" "M".
      * Segmento ABC do cliente que conta para a metrica (F, C, N e
      * V); branco = todos os segmentos.
           02 CONC-SEGMENTO            PIC  X(001).
      * Equipes participantes (supervisores); todos zerados = a forca
      * de vendas inteira.
           02 CONC-EQUIPES.
               05 CONC-SUPERV          PIC  9(007) OCCURS 5 TIMES.
      * Faixas de premio: posicao final ate CONC-FAIXA-ATE recebe
      * CONC-FAIXA-VALOR (faixas em ordem crescente de posicao;
      * posicao zero encerra as faixas).
           02 CONC-FAIXAS.
               05 CONC-FAIXA           OCCURS 3 TIMES.
                   10 CONC-FAIXA-ATE   PIC  9(003).
                   10 CONC-FAIXA-VALOR PIC  9(009)V9(002).
           02 CONC-SITUACAO            PIC  X(001).
               88 CONC-ABERTO          VALUE "A".
               88 CONC-ENCERRADO       VALUE "E".
               88 CONC-CANCELADO       VALUE "C".
      * Ultima apuracao do ranking e quantidade de participantes.
           02 CONC-DATA-APURACAO       PIC  9(008).
           02 CONC-QTDE-PARTIC         PIC  9(005).
      * Encerramento: data e competencia em que os premios foram
      * lancados como ajuste de bonus.
           02 CONC-DATA-ENCERRAMENTO   PIC  9(008).
           02 CONC-AJU-COMPETENCIA     PIC  9(006).
           02 CONC-DATA-ALTERACAO      PIC  9(008).
           02 CONC-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
