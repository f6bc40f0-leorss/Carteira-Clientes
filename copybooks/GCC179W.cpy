      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos de apoio a gravacao da presenca de
      *                  concorrentes por cliente
      *================================================================*

      *---------------------------------------------------------*
      * Observacao a gravar, guardada durante a leitura da chave
      *---------------------------------------------------------*
       01  W-CLCO-APOIO.
           05  W-CLCO-REG-NOVO         PIC X(099) VALUE SPACES.
           05  W-CLCO-DATA-NOVA        PIC 9(08)  VALUE ZEROS.
           05  W-CLCO-RESULTADO        PIC X(01)  VALUE SPACE.
               88  W-CLCO-INCLUIDO     VALUE "I".
               88  W-CLCO-ATUALIZADO   VALUE "A".
               88  W-CLCO-MANTIDO      VALUE "M".
               88  W-CLCO-FALHOU       VALUE "F".
