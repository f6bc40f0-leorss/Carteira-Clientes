      *    DATA........: 18/12/2019
      *    OBJETIVO ...: Arquivo importacao
      *================================================================*
      * Registro que aumentar de tamanho muda a versao do layout
      * (W-VLY-PROG-DIST em GCC201W, conversao no GCC201P).
       FD  ARQ-DIST.
       01  REG-ARQ-DIST.
           05 REG-DIST-CLIENTE.
      * Uma atribuicao por cliente e linha de negocio (GCC160P): a
      * chave e o cliente mais a linha, e cada linha tem o seu
      * vendedor.
               10 DIST-CHAVE.
                   15 DIST-CLIE-CODIGO PIC  9(007).
                   15 DIST-LINHA       PIC  9(002).
               10 DIST-CLIE-CNPJ       PIC  9(014).
               10 DIST-CLIE-RAZAO-SOCIAL
                                       PIC  X(040).
      * distribuicao preserva os campos como faz com o vinculo fixo.
           05 DIST-VEND-SECUND         PIC  9(007).
           05 DIST-SECUND-PCT          PIC  9(003).
      * Data em que o vendedor atual assumiu o cliente nesta linha
      * (permanencia minima da regra de estabilidade do GCC030P);
      * zero = data desconhecida, sem protecao por permanencia.
           05 DIST-DATA-ATRIB          PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           05 FILLER                   PIC  X(003).
