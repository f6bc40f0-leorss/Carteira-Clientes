      * Agrupar filiais com o vendedor da matriz na distribuicao
      * (S/N), pela raiz do CNPJ.
           02 PARAM-AGRUPAR-MATRIZ     PIC  X(001).
      * Probabilidade (%) de fechamento por estagio do funil de
      * oportunidades, peso do pipeline ponderado (GCC152P); zero
      * assume 10/30/60. Ganha conta 100 e perdida zero.
           02 PARAM-PROB-QUALIFICACAO  PIC  9(003).
           02 PARAM-PROB-PROPOSTA      PIC  9(003).
           02 PARAM-PROB-NEGOCIACAO    PIC  9(003).
      * "S" mantem todos os clientes de uma rede (CLIE-REDE-CODIGO)
      * com um so vendedor na distribuicao, como o agrupamento por
      * raiz de CNPJ acima.
           02 PARAM-AGRUPAR-REDE       PIC  X(001).
      * Mesa de inside sales: o cliente do segmento informado e/ou
      * com faturamento acumulado ate o teto vai para um vendedor
      * tipo I (VEND-TIPO), o de menos clientes, em vez do vendedor
      * de campo mais proximo. Com os dois criterios informados o
      * cliente precisa atender a ambos; brancos e zero desligam.
           02 PARAM-INSIDE-SEGMENTO    PIC  X(001).
           02 PARAM-INSIDE-TETO-FATUR  PIC  9(011).
      * Estabilidade da carteira: a distribuicao mantem o vendedor
      * atual do cliente (ainda elegivel) a menos que o novo fique
      * mais perto por mais que o ganho em Km ou em % informado, e
      * nunca troca por distancia antes da permanencia minima em
      * dias. Zeros desligam cada criterio.
           02 PARAM-ESTAB-GANHO-KM     PIC  9(003)V9(001).
           02 PARAM-ESTAB-GANHO-PCT    PIC  9(003).
           02 PARAM-ESTAB-PERM-DIAS    PIC  9(004).
      * Portao de aprovacao da distribuicao: percentual maximo de
      * clientes que podem trocar de vendedor numa execucao para que
      * o resultado seja aplicado sozinho; acima dele a execucao fica
      * retida aguardando o supervisor (GCC161P). Zero desliga.
           02 PARAM-LIMITE-MOVIM-PCT   PIC  9(003).
      * Conciliacao com o fechamento do ERP (GCC200P): diferenca
      * maxima (%) aceita entre cada total de controle do ERP e o
      * apurado na carteira; acima dela a competencia fica bloqueada
      * para a apuracao de comissoes. Zero exige valores identicos.
           02 PARAM-TOLER-CONC-ERP     PIC  9(002)V9(002).
      * Roteiro com janelas de atendimento (GCC054P): velocidade
      * media de deslocamento em Km/h e duracao estimada de cada
      * visita em minutos; zero assume 40 Km/h e 30 minutos.
           02 PARAM-VELOC-MEDIA-KMH    PIC  9(003).
           02 PARAM-DURACAO-VISITA     PIC  9(003).
      * Reserva para novos parametros sem troca de layout.
           02 FILLER                   PIC  X(001).
