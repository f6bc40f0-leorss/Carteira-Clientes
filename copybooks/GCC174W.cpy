      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos categorias de reclamacao e SLA
      *================================================================*

      *---------------------------------------------------------*
      * Categorias de reclamacao: codigo, descricao e prazo de
      * atendimento (SLA) em dias uteis a partir da abertura
      *---------------------------------------------------------*
       01  W-TAB-CATEG-RECL.
           05  FILLER                  PIC X(23)
                                       VALUE "EEntrega em atraso  002".
           05  FILLER                  PIC X(23)
                                       VALUE "PPreco errado       003".
           05  FILLER                  PIC X(23)
                                       VALUE "AAtendimento        005".
           05  FILLER                  PIC X(23)
                                       VALUE "QQualidade produto  005".
           05  FILLER                  PIC X(23)
                                       VALUE "OOutros             007".
       01  FILLER REDEFINES W-TAB-CATEG-RECL.
           05  W-CRC-ITEM              OCCURS 5 TIMES.
               10  W-CRC-CODIGO        PIC X(01).
               10  W-CRC-DESCRICAO     PIC X(19).
               10  W-CRC-SLA-DIAS      PIC 9(03).

       01  W-CATEG-RECL.
           05  W-CRC-QTDE              PIC 9(02) COMP VALUE 5.
           05  W-CRC-SUB               PIC 9(02) COMP VALUE ZEROS.
      * Resultado da busca da categoria: indice na tabela,
      * zero = categoria inexistente.
           05  W-CRC-ACHADA            PIC 9(02) COMP VALUE ZEROS.
           05  W-CRC-CATEGORIA         PIC X(01) VALUE SPACES.
