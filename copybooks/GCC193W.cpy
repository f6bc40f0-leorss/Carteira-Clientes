      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos do resumo diario do vendedor:
      *                  compromissos, trocas de carteira e alertas
      *                  carregados uma vez, e as linhas do resumo
      *                  de cada vendedor
      *================================================================*
       01  W-CAMPOS-DIGEST.
      * Dia do resumo (dia util seguinte a data movimento no ciclo
      * noturno), data da maquina e limite das trocas carregadas.
           05  W-DGT-DATA              PIC 9(08) VALUE ZEROS.
           05  W-DGT-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-DGT-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
           05  W-DGT-DATA-ONTEM        PIC 9(08) VALUE ZEROS.
           05  W-DGT-ULT-RESUMO        PIC 9(08) VALUE ZEROS.
           05  W-DGT-VEND              PIC 9(07) VALUE ZEROS.
           05  W-DGT-INT               PIC 9(08) VALUE ZEROS.
           05  W-DGT-VEND-FILTRO       PIC 9(07) VALUE ZEROS.
           05  W-DGT-AUSENTE           PIC X(01) VALUE "N".
           05  W-DGT-SITUACAO          PIC X(01) VALUE SPACE.
           05  W-DGT-AGENDA-ABERTO     PIC X(01) VALUE "N".
           05  W-DGT-AUS-ABERTO        PIC X(01) VALUE "N".
           05  W-DGT-DIST-ABERTO       PIC X(01) VALUE "N".
           05  W-DGT-CLIE-ANT          PIC 9(07) VALUE ZEROS.
           05  W-DGT-SUB               PIC 9(04) VALUE ZEROS.
           05  W-DGT-QT-EXCEDE         PIC 9(04) VALUE ZEROS.
           05  W-DGT-QT-EXCEDE-ED      PIC ZZZ9.
      * Contagens do vendedor corrente.
           05  W-DGT-QT-VISITAS        PIC 9(03) VALUE ZEROS.
           05  W-DGT-QT-COMPROM        PIC 9(03) VALUE ZEROS.
           05  W-DGT-QT-NOVOS          PIC 9(03) VALUE ZEROS.
           05  W-DGT-QT-PERDIDOS       PIC 9(03) VALUE ZEROS.
           05  W-DGT-QT-BLOQUEADOS     PIC 9(03) VALUE ZEROS.
           05  W-DGT-QT-ALERTAS        PIC 9(03) VALUE ZEROS.
      * Totais do processamento.
           05  W-DGT-QT-VENDEDORES     PIC 9(07) VALUE ZEROS.
           05  W-DGT-QT-GERADOS        PIC 9(07) VALUE ZEROS.
           05  W-DGT-QT-AUSENTES       PIC 9(07) VALUE ZEROS.
           05  W-DGT-QT-SEM-CONTATO    PIC 9(07) VALUE ZEROS.
           05  W-DGT-CANAL             PIC X(01) VALUE SPACES.
           05  W-DGT-DESTINO           PIC X(40) VALUE SPACES.
           05  W-DGT-TEXTO             PIC X(100) VALUE SPACES.
           05  W-DGT-RAZAO             PIC X(30) VALUE SPACES.
           05  W-DGT-DATA-ED           PIC X(05) VALUE SPACES.

      * Compromissos abertos vencidos ate o dia do resumo.
       01  W-TAB-DGT-COMPROM.
           05  W-QTDE-DGT-COMP         PIC 9(04) VALUE ZEROS.
           05  W-DGT-COMP-ITEM         OCCURS 5000 TIMES.
               10  W-DCP-VEND          PIC 9(07).
               10  W-DCP-CLIE          PIC 9(07).
               10  W-DCP-LIMITE        PIC 9(08).
               10  W-DCP-TIPO          PIC X(01).
               10  W-DCP-NOTA          PIC X(40).

      * Trocas de vendedor dos ultimos 31 dias (historico de
      * atribuicoes), filtradas por vendedor a partir do ultimo
      * resumo entregue.
       01  W-TAB-DGT-TROCA.
           05  W-QTDE-DGT-TRC          PIC 9(04) VALUE ZEROS.
           05  W-DGT-TRC-ITEM          OCCURS 5000 TIMES.
               10  W-DTR-DATA          PIC 9(08).
               10  W-DTR-CLIE          PIC 9(07).
               10  W-DTR-ANTERIOR      PIC 9(07).
               10  W-DTR-NOVO          PIC 9(07).

      * Alertas pendentes com referencia a vendedor (VEND-9999999) ou
      * a cliente (CLIE-9999999).
       01  W-TAB-DGT-ALERTA.
           05  W-QTDE-DGT-ALE          PIC 9(04) VALUE ZEROS.
           05  W-DGT-ALE-ITEM          OCCURS 1000 TIMES.
               10  W-DAL-TIPO          PIC X(04).
               10  W-DAL-CODIGO        PIC 9(07).
               10  W-DAL-DATA          PIC 9(08).
               10  W-DAL-TEXTO         PIC X(60).
      * Vendedor corrente quando o cliente do alerta esta na
      * carteira dele.
               10  W-DAL-MARCA         PIC 9(07).

      * Linhas do resumo do vendedor corrente.
       01  W-TAB-DGT-LINHA.
           05  W-QTDE-DGT-LIN          PIC 9(04) VALUE ZEROS.
           05  W-DGT-LIN-TEXTO         PIC X(100) OCCURS 200 TIMES.

      * Registros do arquivo para o gateway de mensagens: cabecalho
      * com o canal e o destino, uma linha por item e fechamento com
      * a quantidade de linhas.
       01  W-REG-DGT-CAB.
           05 FILLER                   PIC  X(01) VALUE "C".
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGC-VEND               PIC  9(07) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGC-NOME               PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGC-CANAL              PIC  X(01) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGC-DESTINO            PIC  X(40) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGC-DATA               PIC  9(08) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-REG-DGT-LIN.
           05 FILLER                   PIC  X(01) VALUE "L".
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGL-VEND               PIC  9(07) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGL-SEQ                PIC  9(04) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGL-TEXTO              PIC  X(100) VALUE SPACES.
           05 FILLER                   PIC  X(01) VALUE ";".

       01  W-REG-DGT-FIM.
           05 FILLER                   PIC  X(01) VALUE "F".
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGF-VEND               PIC  9(07) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
           05 W-DGF-QTDE               PIC  9(04) VALUE ZEROS.
           05 FILLER                   PIC  X(01) VALUE ";".
