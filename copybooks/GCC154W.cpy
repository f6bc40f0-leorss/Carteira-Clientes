      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos da consulta de opt-out de contato e
      *                  do log de supressoes das listas de contato
      *================================================================*
       01  W-CONSENTIMENTO.
      * "S" quando o programa abriu ARQ-CONSENT para consulta; com o
      * arquivo ausente nenhum cliente tem restricao.
           05  W-CNS-ABERTO            PIC X(01) VALUE "N".
           05  W-CNS-CLIE-CODIGO       PIC 9(07) VALUE ZEROS.
           05  W-CNS-ENCONTRADO-ANT    PIC X(01) VALUE SPACES.
      * Canais em opt-out do cliente consultado, na ordem E, T, W
      * (brancos = sem restricao).
           05  W-CNS-CANAIS-OPTOUT     PIC X(03) VALUE SPACES.
               88  W-CNS-SEM-OPTOUT    VALUE SPACES.
               88  W-CNS-OPTOUT-TOTAL  VALUE "ETW".
           05  FILLER REDEFINES W-CNS-CANAIS-OPTOUT.
               10  W-CNS-OPT-EMAIL     PIC X(01).
                   88  W-CNS-OPTOUT-EMAIL VALUE "E".
               10  W-CNS-OPT-FONE      PIC X(01).
                   88  W-CNS-OPTOUT-FONE  VALUE "T".
               10  W-CNS-OPT-WHATS     PIC X(01).
                   88  W-CNS-OPTOUT-WHATS VALUE "W".
           05  W-CNS-SUPRIMIDOS        PIC 9(07) VALUE ZEROS.
           05  W-CNS-SUPRIMIDOS-ED     PIC Z.ZZZ.ZZ9.

       01  W-REG-ARQ-SUPR-CAB.
           05 FILLER                   PIC X(132) VALUE
           "Data;Hora;Programa;Cliente;Canais opt-out;Acao;".

       01  W-REG-ARQ-SUPR-DET.
           05 W-SUPR-DATA              PIC  9(08) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-SUPR-HORA              PIC  9(08) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-SUPR-PROGRAMA          PIC  X(08) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-SUPR-CLIE-CODIGO       PIC  9(07) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-SUPR-CANAIS            PIC  X(03) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
      * RETIRADO = cliente fora da lista; MARCADO = cliente enviado
      * com os canais em opt-out sinalizados e os dados do canal em
      * branco.
           05 W-SUPR-ACAO              PIC  X(10) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
