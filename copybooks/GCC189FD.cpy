      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD registro de contato remoto - atendimento do
      *                  cliente por telefone, video ou whatsapp, um
      *                  registro por dia, vendedor e cliente, digitado
      *                  em GCC189P ou importado com o lote de campo
      *                  (GCC127P). ARQ-VISITA continua so com a visita
      *                  presencial; o contato remoto entra na
      *                  cobertura pela regra por segmento de GCC190P
      *================================================================*
       FD  ARQ-CONTATO-REM.
       01  REG-ARQ-CONTATO-REM.
           02 CRM-CHAVE.
              03 CRM-DATA              PIC  9(008).
              03 CRM-VEND-CODIGO       PIC  9(007).
              03 CRM-CLIE-CODIGO       PIC  9(007).
           02 CRM-CANAL                PIC  X(001).
               88 CRM-CANAL-TELEFONE   VALUE "T".
               88 CRM-CANAL-VIDEO      VALUE "V".
               88 CRM-CANAL-WHATSAPP   VALUE "W".
               88 CRM-CANAL-VALIDO     VALUE "T" "V" "W".
      * Efetivo = falou com o cliente; sem sucesso = nao atendeu ou
      * nao respondeu (registrado, mas nao conta como contato).
           02 CRM-RESULTADO            PIC  X(001).
               88 CRM-EFETIVO          VALUE "E".
               88 CRM-SEM-SUCESSO      VALUE "S".
               88 CRM-RESULTADO-VALIDO VALUE "E" "S".
           02 CRM-OBSERVACAO           PIC  X(060).
           02 CRM-ORIGEM               PIC  X(001).
               88 CRM-ORIGEM-TELA      VALUE "T".
               88 CRM-ORIGEM-LOTE      VALUE "L".
           02 CRM-DATA-REGISTRO        PIC  9(008).
           02 CRM-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
