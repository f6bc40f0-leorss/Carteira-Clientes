      *                  atribuicoes em layout fixo com header e       *
      *                  trailer (data de geracao e contagem de        *
      *                  registros), substituindo a redigitacao manual *
      *                  do CSV na matriz. Cada detalhe leva a linha   *
      *                  de negocio da atribuicao.                     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           05 W-CRM-D-CNPJ             PIC 9(14).
           05 W-CRM-D-VENDEDOR         PIC 9(07).
           05 W-CRM-D-DISTANCIA        PIC 9(10).
      * Linha de negocio da atribuicao: o cliente atendido em mais de
      * uma linha gera um registro de detalhe por linha.
           05 W-CRM-D-LINHA            PIC 9(02).
           05 FILLER                   PIC X(19) VALUE SPACES.

       01  W-CRM-TRAILER.
           05 FILLER                   PIC X(01) VALUE "T".
                                       TO W-CRM-D-VENDEDOR
                       MOVE DIST-DISTANCIA
                                       TO W-CRM-D-DISTANCIA
                       MOVE DIST-LINHA TO W-CRM-D-LINHA
                       WRITE REG-ARQ-CRM-SAIDA FROM W-CRM-DETALHE
                       ADD 1           TO W-CRM-CONTADOR
                       PERFORM 7653-LER-PROX-ARQ-DIST
