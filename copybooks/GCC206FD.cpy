      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD politica de mascaramento por perfil - um
      *                  unico registro com, para cada perfil de
      *                  operador, se CPF/CNPJ saem parciais, se
      *                  telefone e e-mail saem ocultos e se a visao
      *                  sem mascara e registrada em ACESSO-DADOS.LOG
      *================================================================*
       FD  ARQ-MASC-PERFIL.
       01  REG-ARQ-MASC-PERFIL.
      * Uma ocorrencia por perfil, na ordem A, S, O, C. Cada opcao
      * vale "S" ou "N".
           02 MASC-POLITICA            OCCURS 4 TIMES.
               05 MASC-PERFIL          PIC  X(001).
               05 MASC-IDENTIF         PIC  X(001).
               05 MASC-CONTATO         PIC  X(001).
               05 MASC-REGISTRA        PIC  X(001).
           02 MASC-OPERADOR            PIC  X(020).
           02 MASC-DATA-ALTERACAO      PIC  9(008).
      * Reserva para novas opcoes sem troca de layout.
           02 FILLER                   PIC  X(020).

      * Log das visoes sem mascara
       FD  ARQ-ACESSO-DADOS.
       01  REG-ARQ-ACESSO-DADOS        PIC X(132).
