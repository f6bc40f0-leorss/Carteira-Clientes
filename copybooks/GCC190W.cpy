      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos regra de contato remoto na cobertura
      *================================================================*

      *---------------------------------------------------------*
      * Regras por segmento carregadas uma vez por execucao
      * (7950) para a avaliacao do contato remoto (7951).
      *---------------------------------------------------------*
       01  W-TAB-REGRA-REMOTO.
           05  W-QTDE-TAB-RRM          PIC 9(03) COMP VALUE ZEROS.
           05  W-SUB-RRM               PIC 9(03) COMP VALUE ZEROS.
           05  W-RRM-ITEM              OCCURS 50 TIMES.
               10  W-RRM-TAB-SEGMENTO  PIC X(001).
               10  W-RRM-TAB-CONTA     PIC X(001).
               10  W-RRM-TAB-DIAS      PIC 9(003).

      *---------------------------------------------------------*
      * Avaliacao do contato remoto de um cliente: entram o
      * segmento, a ultima visita presencial realizada e o ultimo
      * contato remoto efetivo (datas AAAAMMDD, zero = nenhum);
      * sai a data do ultimo contato que conta para a cobertura e
      * se foi o remoto que contou (S/N).
      *---------------------------------------------------------*
       01  W-AVALIA-CONTATO-REM.
           05  W-RRM-SEGMENTO          PIC X(01) VALUE SPACES.
           05  W-RRM-ULT-PRESENCIAL    PIC 9(08) VALUE ZEROS.
           05  W-RRM-ULT-REMOTO        PIC 9(08) VALUE ZEROS.
           05  W-RRM-ULT-CONTATO       PIC 9(08) VALUE ZEROS.
           05  W-RRM-REMOTO-CONTOU     PIC X(01) VALUE "N".
           05  W-RRM-DIAS-DESDE        PIC S9(07) COMP VALUE ZEROS.
           05  W-RRM-SUB-ACHADO        PIC 9(03) COMP VALUE ZEROS.
