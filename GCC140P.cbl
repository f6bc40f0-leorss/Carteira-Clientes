      *                  cabe a ele; a apuracao (GCC057P) rateia a     *
      *                  comissao do cliente pelos percentuais e a     *
      *                  distribuicao preserva o registro como faz     *
      *                  com o vinculo fixo, na linha de negocio       *
      *                  informada (cada linha tem a sua atribuicao)   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       01  W-COMPARTILHADO.
           05  W-CPT-CLIE-CODIGO       PIC 9(07) VALUE ZEROS.
           05  W-CPT-CLIE-RAZAO        PIC X(40) VALUE SPACES.
           05  W-CPT-LINHA             PIC 9(02) VALUE ZEROS.
           05  W-CPT-TITULAR           PIC 9(07) VALUE ZEROS.
           05  W-CPT-TITULAR-RAZAO     PIC X(40) VALUE SPACES.
           05  W-CPT-SECUND            PIC 9(07) VALUE ZEROS.
               10  S-CPT-CLIE-RAZAO    LINE 08 COL 41
                                       PIC X(38)
                                       FROM W-CPT-CLIE-RAZAO.
               10  VALUE  "Linha de negocio....: "
                                       LINE 09 COL 10.
               10  S-CPT-LINHA         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 09 COL 33 PIC 9(02)
                                       USING W-CPT-LINHA.
               10  VALUE  "(em branco = linha 01)"
                                       LINE 09 COL 41.
               10  VALUE  "Vendedor titular....: "
                                       LINE 10 COL 10.
               10  S-CPT-TITULAR       LINE 10 COL 33 PIC ZZZZZZ9
               GO TO 1000-99-FIM
           END-IF

           ACCEPT S-CPT-LINHA
           IF  COB-CRT-STATUS          EQUAL COB-SCR-ESC
               GO TO 1000-99-FIM
           END-IF
           IF  W-CPT-LINHA             EQUAL ZEROS
               MOVE 1                  TO W-CPT-LINHA
           END-IF

           PERFORM 7612-ABRIR-ARQ-DIST-IO
           IF  NOT FS-OK
               GO TO 1000-99-FIM
           END-IF

           MOVE W-CPT-CLIE-CODIGO      TO DIST-CLIE-CODIGO
           MOVE W-CPT-LINHA            TO DIST-LINHA
           PERFORM 7652-LER-ARQ-DIST-CHAVE
           IF  W-REG-ENCONTRADO        NOT EQUAL "S"
               MOVE "Cliente sem atribuicao nesta linha de negocio, te
      -            "cle <Enter>"       TO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
               PERFORM 7690-FECHAR-ARQ-DIST
               GO TO 1000-99-FIM
