      *    DATA........: 18/12/2019
      *    OBJETIVO ...: FD arquivo clientes
      *================================================================*
      * Registro que aumentar de tamanho muda a versao do layout
      * (W-VLY-PROG-CLIE em GCC201W, conversao no GCC201P).
       FD  ARQ-CLIENTE.
       01  REG-ARQ-CLIENTE.
           02 CLIE-CODIGO              PIC  9(007).
      * refeita.
           02 CLIE-FLAG-COORD          PIC  X(001).
               88 CLIE-COORD-DESATUAL  VALUE "D".
      * Rede de compra/associativismo do cliente (cadastro de redes,
      * GCC155P), independente da raiz do CNPJ; zero = fora de rede.
           02 CLIE-REDE-CODIGO         PIC  9(003).
      * Contato invalido pelo retorno do provedor de envio (GCC191P):
      * E = email, T = telefone, A = ambos; brancos = sem marca. A
      * marca do meio cai quando o contato e recoletado no cadastro;
      * data e motivo ficam no arquivo de contatos invalidos.
           02 CLIE-FLAG-CONTATO        PIC  X(001).
               88 CLIE-CONTATO-OK      VALUE SPACE.
               88 CLIE-EMAIL-INVALIDO  VALUES "E" "A".
               88 CLIE-FONE-INVALIDO   VALUES "T" "A".

      * Arquivo trilha de auditoria de clientes
       FD  ARQ-AUDIT-CLIE.
