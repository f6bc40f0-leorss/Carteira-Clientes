      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tabela do checklist ativo de um segmento,
      *                  carregada para a captura e a critica das
      *                  respostas
      *================================================================*

      *---------------------------------------------------------*
      * Itens ativos do segmento procurado, em ordem de item
      *---------------------------------------------------------*
       01  W-TAB-CHECKLIST.
           05  W-CKL-SEG-PROCURADO     PIC X(01) VALUE SPACE.
           05  W-CKL-QTDE              PIC 9(02) VALUE ZEROS.
           05  W-CKL-SUB               PIC 9(02) VALUE ZEROS.
           05  W-CKL-ACHADO            PIC 9(02) VALUE ZEROS.
           05  W-CKL-ITEM-TAB          OCCURS 30 TIMES.
               10  W-CKL-ITEM          PIC 9(02).
               10  W-CKL-PERGUNTA      PIC X(50).
               10  W-CKL-TIPO          PIC X(01).
               10  W-CKL-ESPERADA      PIC X(01).
               10  W-CKL-MINIMO        PIC 9(07)V99.
