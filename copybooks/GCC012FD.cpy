      *    OBJETIVO ...: FD arquivo vendedores
      *================================================================*

      * Registro que aumentar de tamanho muda a versao do layout
      * (W-VLY-PROG-VEND em GCC201W, conversao no GCC201P).
       FD  ARQ-VENDEDOR.
       01  REG-ARQ-VENDEDOR.
           02 VEND-CODIGO              PIC  9(007).
      * vendedor sai das novas atribuicoes do GCC030P e, chegada a
      * data, a transicao final e executada; zero = sem desligamento.
           02 VEND-DATA-DESLIG         PIC  9(008).
      * Linha de negocio do vendedor (GCC160P): a distribuicao so o
      * considera para a linha dele; zero ou brancos = linha 01.
           02 VEND-LINHA               PIC  9(002).
      * Tipo de atendimento: C = vendedor de campo (padrao, brancos
      * valem C); I = mesa de inside sales, atende por telefone, sem
      * coordenadas e sem limite de distancia na distribuicao.
           02 VEND-TIPO                PIC  X(001).
               88 VEND-CAMPO           VALUES "C" " ".
               88 VEND-INSIDE          VALUE "I".
      * Contato invalido pelo retorno do provedor de envio (GCC191P):
      * E = email, T = telefone, A = ambos; brancos = sem marca.
           02 VEND-FLAG-CONTATO        PIC  X(001).
               88 VEND-CONTATO-OK      VALUE SPACE.
               88 VEND-EMAIL-INVALIDO  VALUES "E" "A".
               88 VEND-FONE-INVALIDO   VALUES "T" "A".
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(001).

      * Arquivo trilha de auditoria de vendedores
       FD  ARQ-AUDIT-VEND.
