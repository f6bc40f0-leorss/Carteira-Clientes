      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD checklist de execucao no ponto de venda
      *                  (auditoria de loja) - perguntas por segmento
      *                  do cliente, com resposta sim/nao ou numerica
      *                  e o criterio de conformidade de cada uma; as
      *                  respostas por visita ficam em ARQ-CHECK-RESP
      *================================================================*
       FD  ARQ-CHECKLIST.
       01  REG-ARQ-CHECKLIST.
           02 CKL-CHAVE.
               03 CKL-SEGMENTO         PIC  X(001).
               03 CKL-ITEM             PIC  9(002).
           02 CKL-PERGUNTA             PIC  X(050).
           02 CKL-TIPO                 PIC  X(001).
               88 CKL-TIPO-SIM-NAO     VALUE "S".
               88 CKL-TIPO-NUMERICO    VALUE "N".
               88 CKL-TIPO-VALIDO      VALUE "S" "N".
      * Conformidade: sim/nao confere com CKL-ESPERADA; numerica
      * com resposta igual ou acima de CKL-MINIMO.
           02 CKL-ESPERADA             PIC  X(001).
           02 CKL-MINIMO               PIC  9(007)V99.
           02 CKL-SITUACAO             PIC  X(001).
               88 CKL-ATIVO            VALUE "A".
               88 CKL-INATIVO          VALUE "I".
               88 CKL-SITUACAO-VALIDA  VALUE "A" "I".
           02 CKL-DATA-CADASTRO        PIC  9(008).
           02 CKL-DATA-ALTERACAO       PIC  9(008).
           02 CKL-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).
