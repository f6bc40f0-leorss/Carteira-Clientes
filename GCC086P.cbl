      *                  (SCORE-QUALIDADE.LOG) e emite o ranking de    *
      *                  territorios por media com os piores registros *
      *                  listados para a campanha de saneamento.       *
      *                  Email ou telefone marcado como invalido pelo  *
      *                  retorno do provedor de envio (GCC191P) nao    *
      *                  pontua como valido.                           *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           05  W-QUA-TELEFONE          PIC X(15) VALUE SPACES.
           05  W-QUA-EMAIL             PIC X(40) VALUE SPACES.
           05  W-QUA-ENDERECO          PIC X(40) VALUE SPACES.
      * Marca de contato invalido do cadastro (E, T, A ou brancos).
           05  W-QUA-FLAG-CONTATO      PIC X(01) VALUE SPACES.
               88  W-QUA-EMAIL-INVALIDO VALUES "E" "A".
               88  W-QUA-FONE-INVALIDO  VALUES "T" "A".
           05  W-QUA-MEDIA             PIC 9(03)V9(02) VALUE ZEROS.

      * Medias por territorio.
                       MOVE CLIE-EMAIL TO W-QUA-EMAIL
                       MOVE CLIE-ENDERECO
                                       TO W-QUA-ENDERECO
                       MOVE CLIE-FLAG-CONTATO
                                       TO W-QUA-FLAG-CONTATO
                       PERFORM 3000-PONTUAR-REGISTRO
                   END-IF
                   PERFORM 7153-LER-PROX-ARQ-CLIE
                       MOVE VEND-EMAIL TO W-QUA-EMAIL
                       MOVE VEND-ENDERECO
                                       TO W-QUA-ENDERECO
                       MOVE VEND-FLAG-CONTATO
                                       TO W-QUA-FLAG-CONTATO
                       PERFORM 3000-PONTUAR-REGISTRO
                   END-IF
                   PERFORM 7253-LER-PROX-ARQ-VEND
      * Seis itens valem pontos iguais: coordenadas (par nao zerado e
      * dentro das faixas), CEP informado, telefone valido, email
      * valido, endereco preenchido e territorio valido no mestre.
      * Telefone ou email devolvido pelo provedor de envio nao pontua,
      * mesmo com formato valido, ate ser recoletado.
           MOVE ZEROS                  TO W-QUA-ITENS-OK

           IF  (W-QUA-LATITUDE  NOT EQUAL ZEROS OR
           MOVE W-QUA-CEP              TO W-CEP-CONFERIR
           PERFORM 8310-VALIDAR-TELEFONE
           IF  W-QUA-TELEFONE NOT EQUAL SPACES AND
               W-FONE-VALIDO EQUAL "S" AND
               NOT W-QUA-FONE-INVALIDO
               ADD 1                   TO W-QUA-ITENS-OK
           END-IF

           MOVE W-QUA-EMAIL            TO W-EMAIL-ENTRADA
           PERFORM 8300-VALIDAR-EMAIL
           IF  W-QUA-EMAIL NOT EQUAL SPACES AND
               W-EMAIL-VALIDO EQUAL "S" AND
               NOT W-QUA-EMAIL-INVALIDO
               ADD 1                   TO W-QUA-ITENS-OK
           END-IF

