      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD fila de pedidos de relatorio - um pedido
      *                  por registro (programa, parametros, operador
      *                  solicitante e prioridade), executado na
      *                  janela batch pelo GCC204P depois do job
      *                  noturno, com a situacao final e a geracao
      *                  registrada no spool de relatorios (GCC120P)
      *================================================================*
       FD  ARQ-FILA-REL.
       01  REG-ARQ-FILA-REL.
           02 FILA-SEQ                 PIC  9(007).
           02 FILA-PROGRAMA            PIC  X(008).
      * Parametros do relatorio; a visao usada depende do programa.
           02 FILA-PARAMETROS          PIC  X(040).
           02 FILA-PARAM-REL REDEFINES FILA-PARAMETROS.
               05 FILA-COMPETENCIA     PIC  9(006).
               05 FILA-ANO             PIC  9(004).
               05 FILA-VENDEDOR        PIC  9(007).
               05 FILLER               PIC  X(023).
           02 FILA-PARAM-CONS REDEFINES FILA-PARAMETROS.
               05 FILA-CONSULTA        PIC  X(020).
               05 FILLER               PIC  X(020).
      * 1 = mais urgente ... 9 = menos urgente.
           02 FILA-PRIORIDADE          PIC  9(001).
           02 FILA-OPERADOR            PIC  X(020).
           02 FILA-DATA-PEDIDO         PIC  9(008).
           02 FILA-HORA-PEDIDO         PIC  9(008).
      * P = pendente, X = em execucao, O = concluido, F = falhou,
      * C = cancelado pelo solicitante.
           02 FILA-STATUS              PIC  X(001).
               88 FILA-PENDENTE        VALUE "P".
               88 FILA-EM-EXECUCAO     VALUE "X".
               88 FILA-CONCLUIDO       VALUE "O".
               88 FILA-FALHOU          VALUE "F".
               88 FILA-CANCELADO       VALUE "C".
           02 FILA-DATA-EXEC           PIC  9(008).
           02 FILA-HORA-INICIO         PIC  9(008).
           02 FILA-HORA-FIM            PIC  9(008).
           02 FILA-RC                  PIC  9(004).
      * Primeira geracao registrada no spool e quantidade gerada.
           02 FILA-SPOOL-SEQ           PIC  9(007).
           02 FILA-QTDE-SPOOL          PIC  9(003).
           02 FILA-MENSAGEM            PIC  X(040).
      * Perfil do solicitante no momento do pedido (CARTEIRA_PERFIL),
      * usado quando o operador nao esta no cadastro de operadores.
           02 FILA-PERFIL              PIC  X(001).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(019).
