      *                  header e trailer de contagem; o delimitador   *
      *                  vem de ARQ-PARAM e o passo roda no ciclo de   *
      *                  fim de mes depois do fechamento               *
      *                  Supervisor da competencia pelo historico de   *
      *                  equipe do vendedor                            *
      *                  CNAE do cliente e sua descricao na tabela de  *
      *                  referencia (GCC197P) no fim do detalhe        *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
       COPY ".\copybooks\GCC064FC.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FC.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".
      * Tabela referencia CNAE
       COPY ".\copybooks\GCC197FC.cpy".

      * Placar de qualidade por registro (GCC086P)
       SELECT ARQ-SCORE            ASSIGN TO  WID-ARQ-SCORE
       COPY ".\copybooks\GCC064FD.cpy".
      * Data movimento e calendario de feriados
       COPY ".\copybooks\GCC065FD.cpy".
      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".
      * Tabela referencia CNAE
       COPY ".\copybooks\GCC197FD.cpy".

      * Placar de qualidade por registro: tipo (C/V), codigo e pontos
       FD  ARQ-SCORE.

      * Campos validacao de supervisor
       COPY ".\copybooks\GCC059W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".
      * Campos consulta tabela referencia CNAE
       COPY ".\copybooks\GCC197W.cpy".

       01  W-FILTROS-BI.
           05  W-BIE-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           05  W-BIE-ED-VIS-MES        PIC 9(04).
           05  W-BIE-ED-VIS-ANO        PIC 9(05).
           05  W-BIE-ED-SCORE          PIC 9(03).
           05  W-BIE-ED-CNAE           PIC 9(07).

      * Competencia recebida do orquestrador de fim de mes (GCC113P)
      * pela variavel de ambiente CARTEIRA_COMPETENCIA no modo batch.
               GO TO 3000-99-FIM
           END-IF

           PERFORM 7804-ABRIR-INPUT-ARQ-CNAE

           ACCEPT W-BIE-DATA-HOJE      FROM DATE YYYYMMDD
           MOVE W-BIE-DATA-HOJE        TO W-BH-DATA
           MOVE W-BIE-COMPETENCIA      TO W-BH-COMPETENCIA
           MOVE W-BIE-CONTAGEM         TO W-BT-CONTAGEM
           WRITE REG-ARQ-BI-EXTRATO    FROM W-BI-TRAILER
           CLOSE ARQ-BI-EXTRATO
           IF  W-CNAE-ABERTO           EQUAL "S"
               PERFORM 7813-FECHAR-ARQ-CNAE
           END-IF

           PERFORM 7490-FECHAR-ARQ-VENDAS
           PERFORM 7190-FECHAR-ARQ-CLIE
           MOVE W-BIE-QT-VIS-ANO(W-SUB-BIE)
                                       TO W-BIE-ED-VIS-ANO
           MOVE W-BIE-SCORE            TO W-BIE-ED-SCORE
           MOVE ZEROS                  TO W-BIE-ED-CNAE
           IF  CLIE-CNAE               NUMERIC
               MOVE CLIE-CNAE          TO W-BIE-ED-CNAE
           END-IF
           MOVE W-BIE-ED-CNAE          TO W-CNAE-PROCURADO
           PERFORM 7814-DESCREVER-CNAE

           MOVE SPACES                 TO W-BIE-LINHA
           STRING W-BIE-ED-CODIGO          W-BIE-DELIM
                  W-BIE-ED-VIS-MES         W-BIE-DELIM
                  W-BIE-ED-VIS-ANO         W-BIE-DELIM
                  W-BIE-ED-SCORE           W-BIE-DELIM
                  W-BIE-ED-CNAE            W-BIE-DELIM
                  FUNCTION TRIM(W-CNAE-DESC)
                                           W-BIE-DELIM
                  DELIMITED BY SIZE INTO W-BIE-LINHA
           WRITE REG-ARQ-BI-EXTRATO    FROM W-BIE-LINHA
           ADD 1                       TO W-BIE-CONTAGEM.
           MOVE ZEROS                  TO W-SUPERV-PROCURADO
           MOVE SPACES                 TO W-BIE-SUPERV-NOME

      * Supervisor da competencia: o do historico de equipe no fim do
      * mes; sem historico, o do cadastro.
           MOVE W-BIE-VEND(W-SUB-BIE)  TO VEND-CODIGO
           PERFORM 7251-LER-ARQ-VEND-CODIGO
           IF  W-REG-ENCONTRADO EQUAL "S"
               MOVE VEND-CODIGO        TO W-HEQ-VEND
               COMPUTE W-HEQ-DATA-REF = W-BIE-COMPETENCIA * 100 + 31
               MOVE VEND-SUPERVISOR    TO W-HEQ-SUPERV
               MOVE VEND-TERRITORIO    TO W-HEQ-TERRIT
               PERFORM 7920-OBTER-EQUIPE-NA-DATA
               IF  W-HEQ-SUPERV        GREATER ZEROS
                   MOVE W-HEQ-SUPERV   TO W-SUPERV-PROCURADO
                   PERFORM 7035-VALIDAR-SUPERVISOR
                   MOVE W-SUPERV-NOME  TO W-BIE-SUPERV-NOME
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
       COPY ".\copybooks\GCC8700R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
      * Rotinas tabela referencia CNAE
       COPY ".\copybooks\GCC197R.cpy".
