      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD diario de odometro do veiculo - um registro
      *                  por vendedor e dia com a quilometragem
      *                  inicial e final e a placa do veiculo, digitado
      *                  em GCC187P ou importado com o lote de campo
      *                  (GCC127P); conciliado contra o reembolso de
      *                  quilometragem em GCC188P
      *================================================================*
       FD  ARQ-ODOMETRO.
       01  REG-ARQ-ODOMETRO.
           02 ODO-CHAVE.
              03 ODO-VEND-CODIGO       PIC  9(007).
              03 ODO-DATA              PIC  9(008).
           02 ODO-KM-INICIAL           PIC  9(007).
           02 ODO-KM-FINAL             PIC  9(007).
           02 ODO-PLACA                PIC  X(007).
           02 ODO-ORIGEM               PIC  X(001).
               88 ODO-ORIGEM-TELA      VALUE "T".
               88 ODO-ORIGEM-LOTE      VALUE "L".
           02 ODO-DATA-REGISTRO        PIC  9(008).
           02 ODO-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
