      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo de janelas de atendimento do
      *                  cliente (dia da semana e faixa de horario em
      *                  que o cliente recebe visita), mantido pelo
      *                  GCC011P. Cliente sem janela cadastrada e
      *                  tratado como aberto em todos os dias.
      *================================================================*
       FD  ARQ-JANELA.
       01  REG-ARQ-JANELA.
           02 JAN-CHAVE.
               05 JAN-CLIE-CODIGO      PIC  9(007).
               05 JAN-SEQ              PIC  9(003).
      * Dia da semana: 1 = segunda ... 5 = sexta, 6 = sabado,
      * 7 = domingo (mesma base do CLIE-DIA-VISITA).
           02 JAN-DIA-SEMANA           PIC  9(001).
               88 JAN-DIA-VALIDO       VALUE 1 THRU 7.
      * Horarios no formato HHMM; a visita precisa comecar e terminar
      * dentro da faixa.
           02 JAN-HORA-INICIO          PIC  9(004).
           02 JAN-HORA-INICIO-R        REDEFINES JAN-HORA-INICIO.
               05 JAN-INICIO-HH        PIC  9(002).
               05 JAN-INICIO-MM        PIC  9(002).
           02 JAN-HORA-FIM             PIC  9(004).
           02 JAN-HORA-FIM-R           REDEFINES JAN-HORA-FIM.
               05 JAN-FIM-HH           PIC  9(002).
               05 JAN-FIM-MM           PIC  9(002).
           02 JAN-OBSERVACAO           PIC  X(040).
           02 JAN-DATA-CADASTRO        PIC  9(008).
           02 JAN-DATA-ALTERACAO       PIC  9(008).
           02 JAN-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
