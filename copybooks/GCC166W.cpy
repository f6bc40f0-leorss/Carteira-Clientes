      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos historico de equipe do vendedor
      *================================================================*

      *---------------------------------------------------------*
      * Parametros do registro de troca de equipe (7928) e da
      * consulta da equipe vigente numa data (7920)
      *---------------------------------------------------------*
       01  W-HIST-EQUIPE.
           05  W-HEQ-VEND              PIC 9(07) VALUE ZEROS.
      * Data da troca (7928) ou data de referencia da consulta
      * (7920; para uma competencia, AAAAMM31 = equipe no fim do mes).
           05  W-HEQ-DATA-REF          PIC 9(08) VALUE ZEROS.
      * Cadastro do vendedor: inicio do periodo reconstituido quando
      * o vendedor ainda nao tem historico.
           05  W-HEQ-DATA-CADASTRO     PIC 9(08) VALUE ZEROS.
           05  W-HEQ-ORIGEM            PIC X(08) VALUE SPACES.
      * Equipe antes da troca.
           05  W-HEQ-SUPERV-ANT        PIC 9(07) VALUE ZEROS.
           05  W-HEQ-TERRIT-ANT        PIC X(05) VALUE SPACES.
           05  W-HEQ-REGIONAL-ANT      PIC X(03) VALUE SPACES.
      * Equipe nova (7928) ou equipe encontrada (7920; sem periodo
      * que cubra a data, os valores informados sao mantidos).
           05  W-HEQ-SUPERV            PIC 9(07) VALUE ZEROS.
           05  W-HEQ-TERRIT            PIC X(05) VALUE SPACES.
           05  W-HEQ-REGIONAL          PIC X(03) VALUE SPACES.
           05  W-HEQ-ACHOU             PIC X(01) VALUE "N".
               88  W-HEQ-ACHADA                  VALUE "S".
      * Apoio interno do 7928.
           05  W-HEQ-CHAVE-VIGENTE     PIC X(15) VALUE SPACES.
           05  W-HEQ-INICIO-NOVO       PIC 9(08) VALUE ZEROS.
