      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos das cartas de troca de vendedor:
      *                  trocas da semana por cliente e linha, e
      *                  registro da mala direta
      *================================================================*
       01  W-CAMPOS-CARTA.
      * Data de referencia (dia das trocas) e inicio da semana movel
      * (seis dias antes) usada na regra de ida e volta.
           05  W-CRT-DATA-REF          PIC 9(08) VALUE ZEROS.
           05  W-CRT-DATA-INI          PIC 9(08) VALUE ZEROS.
           05  W-CRT-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-CRT-VEND-BASE         PIC 9(07) VALUE ZEROS.
           05  W-CRT-JA-EMITIDA        PIC X(01) VALUE "N".
           05  W-CRT-MEIO              PIC X(01) VALUE SPACES.
           05  W-CRT-TAB-CHEIA         PIC X(01) VALUE "N".
           05  W-CRT-FIM-CARTA         PIC X(01) VALUE "N".
           05  W-CRT-CLIE-FILTRO       PIC 9(07) VALUE ZEROS.
      * Contadores do processamento.
           05  W-CRT-QT-TROCAS         PIC 9(07) VALUE ZEROS.
           05  W-CRT-QT-CARTAS         PIC 9(07) VALUE ZEROS.
           05  W-CRT-QT-IDA-VOLTA      PIC 9(07) VALUE ZEROS.
           05  W-CRT-QT-JA-EMITIDA     PIC 9(07) VALUE ZEROS.
           05  W-CRT-QT-OPTOUT         PIC 9(07) VALUE ZEROS.
           05  W-CRT-QT-SEM-CLIENTE    PIC 9(07) VALUE ZEROS.
           05  W-CRT-QT-LISTADAS       PIC 9(07) VALUE ZEROS.

      * Trocas da semana por cliente e linha de negocio, na ordem do
      * historico de atribuicoes: vendedor antes da primeira troca da
      * semana, vendedor depois da ultima troca ate a data de
      * referencia e se houve troca no proprio dia.
       01  W-TAB-TROCA.
           05  W-QTDE-TAB-TRC          PIC 9(04) VALUE ZEROS.
           05  W-SUB-TRC               PIC 9(04) VALUE ZEROS.
           05  W-TRC-ITEM              OCCURS 3000 TIMES.
               10  W-TRC-CLIE          PIC 9(07).
               10  W-TRC-LINHA         PIC 9(02).
               10  W-TRC-VEND-INICIO   PIC 9(07).
               10  W-TRC-VEND-FINAL    PIC 9(07).
               10  W-TRC-NO-DIA        PIC X(01).
               10  W-TRC-ORIGEM        PIC X(08).

      * Registro da mala direta (uma carta por cliente e linha).
       01  W-REG-MALA-CAB.
           05 FILLER                   PIC X(120) VALUE
           "Data;Cliente;Razao Social;Endereco;CEP;Municipio;UF;Email;L
      -    "inha;Vend. anterior;Nome anterior;Vend. novo;Nome novo;".
           05 FILLER                   PIC X(030) VALUE
           "Telefone novo;Email novo;".

       01  W-REG-MALA-DET.
           05 W-MAL-DATA               PIC  X(10) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-CLIE-CODIGO        PIC  9(07) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-RAZAO              PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-ENDERECO           PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-CEP                PIC  9(08) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-MUNICIPIO          PIC  X(30) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-UF                 PIC  X(02) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
      * Email do cliente em branco quando o canal esta em opt-out ou
      * marcado invalido: a carta segue so pelo correio.
           05 W-MAL-EMAIL              PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-LINHA              PIC  9(02) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-VEND-ANT           PIC  9(07) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-VEND-ANT-NOME      PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-VEND-NOVO          PIC  9(07) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-VEND-NOVO-NOME     PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-VEND-FONE          PIC  X(15) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-MAL-VEND-EMAIL         PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
