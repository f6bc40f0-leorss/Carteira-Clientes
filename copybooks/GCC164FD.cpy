      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD indenizacao de representante comercial no
      *                  desligamento - 1/12 das comissoes do contrato
      *                  mais o aviso previo (1/3 das comissoes dos
      *                  tres ultimos meses), com o aceite do gestor e
      *                  a baixa do pagamento pela folha (GCC136P)
      *================================================================*
       FD  ARQ-INDENIZ.
       01  REG-ARQ-INDENIZ.
           02 IND-VEND-CODIGO          PIC  9(007).
      * Vigencia do contrato: cadastro ate o desligamento.
           02 IND-DATA-INICIO          PIC  9(008).
           02 IND-DATA-FIM             PIC  9(008).
           02 IND-MESES-CONTRATO       PIC  9(004).
      * Soma das comissoes finais do contrato e a parcela de 1/12.
           02 IND-TOTAL-COMISSOES      PIC  9(013)V9(002).
           02 IND-VALOR-DOZE-AVOS      PIC  9(013)V9(002).
      * Comissoes dos tres meses anteriores ao desligamento e o aviso
      * previo (1/3 delas; zero em contrato com menos de seis meses).
           02 IND-BASE-AVISO           PIC  9(013)V9(002).
           02 IND-VALOR-AVISO          PIC  9(013)V9(002).
           02 IND-VALOR-FINAL          PIC  9(013)V9(002).
           02 IND-SITUACAO             PIC  X(001).
               88 IND-CALCULADA        VALUE "C".
               88 IND-APROVADA         VALUE "A".
               88 IND-PAGA             VALUE "P".
      * Competencia da folha em que a indenizacao aprovada e enviada.
           02 IND-COMPETENCIA-FOLHA    PIC  9(006).
           02 IND-DATA-CALCULO         PIC  9(008).
           02 IND-OPERADOR-CALCULO     PIC  X(020).
           02 IND-DATA-APROVACAO       PIC  9(008).
           02 IND-OPERADOR-APROVACAO   PIC  X(020).
           02 IND-DATA-PAGAMENTO       PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(010).
