      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo de contatos invalidos - um
      *                  registro por cliente ou vendedor e meio
      *                  (email/telefone) devolvido pelo provedor de
      *                  envio como invalido (GCC191P). A marca que
      *                  vale fica no cadastro (CLIE-FLAG-CONTATO /
      *                  VEND-FLAG-CONTATO); aqui ficam a data, o
      *                  motivo e o contato que foi recusado
      *================================================================*
       FD  ARQ-CONTATO-INV.
       01  REG-ARQ-CONTATO-INV.
           02 CINV-CHAVE.
      * Tipo do cadastro: C = cliente, V = vendedor.
               05 CINV-TIPO            PIC  X(001).
                   88 CINV-CLIENTE     VALUE "C".
                   88 CINV-VENDEDOR    VALUE "V".
               05 CINV-CODIGO          PIC  9(007).
      * Meio: E = email, T = telefone (SMS).
               05 CINV-MEIO            PIC  X(001).
                   88 CINV-MEIO-EMAIL  VALUE "E".
                   88 CINV-MEIO-FONE   VALUE "T".
      * Contato recusado como estava no cadastro na data do retorno.
           02 CINV-CONTATO             PIC  X(040).
      * Data informada pelo provedor e motivo da recusa.
           02 CINV-DATA-RETORNO        PIC  9(008).
           02 CINV-MOTIVO              PIC  X(030).
           02 CINV-DATA-PROCESSO       PIC  9(008).
           02 CINV-OPERADOR            PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
