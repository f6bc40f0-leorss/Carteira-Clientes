      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD arquivo de consentimento de contato por
      *                  cliente e canal (LGPD), mantido pelo GCC153P
      *                  e pela importacao de opt-outs da ferramenta
      *                  de marketing. Cliente sem registro no canal
      *                  nao tem restricao; so o opt-out ("O") retira
      *                  o cliente das listas de contato
      *================================================================*
       FD  ARQ-CONSENT.
       01  REG-ARQ-CONSENT.
           02 CONS-CHAVE.
               05 CONS-CLIE-CODIGO     PIC  9(007).
      * Canal: E = email, T = telefone, W = WhatsApp.
               05 CONS-CANAL           PIC  X(001).
                   88 CONS-CANAL-EMAIL VALUE "E".
                   88 CONS-CANAL-FONE  VALUE "T".
                   88 CONS-CANAL-WHATS VALUE "W".
                   88 CONS-CANAL-VALIDO
                                       VALUE "E" "T" "W".
      * Situacao: C = consentido, O = opt-out (recusa o contato).
           02 CONS-SITUACAO            PIC  X(001).
               88 CONS-CONSENTIDO      VALUE "C".
               88 CONS-OPTOUT          VALUE "O".
               88 CONS-SITUACAO-VALIDA VALUE "C" "O".
      * Base legal LGPD (art. 7): C = consentimento, E = execucao de
      * contrato, L = legitimo interesse, O = obrigacao legal.
           02 CONS-BASE-LEGAL          PIC  X(001).
               88 CONS-BASE-VALIDA     VALUE "C" "E" "L" "O".
      * Data em que o cliente deu o consentimento ou pediu o opt-out.
           02 CONS-DATA                PIC  9(008).
      * Origem do registro: "TELA" (GCC153P), "MARKETING" (importacao)
      * ou o meio informado pelo operador (formulario, ligacao, ...).
           02 CONS-ORIGEM              PIC  X(020).
           02 CONS-OPERADOR            PIC  X(020).
           02 CONS-DATA-ALTERACAO      PIC  9(008).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(030).

      * Log de supressoes: uma linha por cliente retirado ou marcado
      * numa lista de contato (GCC127P, GCC132P, GCC137P).
       FD  ARQ-SUPR-CONTATO.
       01  REG-ARQ-SUPR-CONTATO        PIC X(132).
