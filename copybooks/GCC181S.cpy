      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela checklist de execucao no ponto de venda
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-CHECKLIST.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Segmento........: "
                                       LINE 08 COL 10.
               10  S-CKL-SEGMENTO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 28
                                       PIC X(01) USING CKL-SEGMENTO.
               10  VALUE  "(segmento do cliente: A, B, C)"
                                       LINE 08 COL 31.
               10  VALUE  "Item............: "
                                       LINE 09 COL 10.
               10  S-CKL-ITEM          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 09 COL 28
                                       PIC 9(02) USING CKL-ITEM.
               10  VALUE  "Pergunta........: "
                                       LINE 11 COL 10.
               10  S-CKL-PERGUNTA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 28
                                       PIC X(50) USING CKL-PERGUNTA.
               10  VALUE  "Tipo de resposta: "
                                       LINE 13 COL 10.
               10  S-CKL-TIPO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 13 COL 28
                                       PIC X(01) USING CKL-TIPO.
               10  VALUE  "S=Sim/Nao N=Numerica"
                                       LINE 13 COL 31.
               10  VALUE  "Resp. esperada..: "
                                       LINE 14 COL 10.
               10  S-CKL-ESPERADA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 28
                                       PIC X(01) USING CKL-ESPERADA.
               10  VALUE  "(S ou N, resposta sim/nao)"
                                       LINE 14 COL 31.
               10  VALUE  "Minimo conforme.: "
                                       LINE 15 COL 10.
               10  S-CKL-MINIMO        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 28
                                       PIC 9(07),99 USING CKL-MINIMO.
               10  VALUE  "(resposta numerica)"
                                       LINE 15 COL 40.
               10  VALUE  "Situacao........: "
                                       LINE 16 COL 10.
               10  S-CKL-SITUACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 28
                                       PIC X(01) USING CKL-SITUACAO.
               10  VALUE  "A=Ativo I=Inativo"
                                       LINE 16 COL 31.
               10  VALUE  "Cadastro........: "
                                       LINE 18 COL 10.
               10  S-CKL-DATA-CAD      BLANK WHEN ZERO
                                       LINE 18 COL 28
                                       PIC 9(08)
                                       FROM CKL-DATA-CADASTRO.
               10  VALUE  "Ult. alteracao..: "
                                       LINE 19 COL 10.
               10  S-CKL-DATA-ALT      BLANK WHEN ZERO
                                       LINE 19 COL 28
                                       PIC 9(08)
                                       FROM CKL-DATA-ALTERACAO.
               10  VALUE  "Operador........: "
                                       LINE 20 COL 10.
               10  S-CKL-OPERADOR      LINE 20 COL 28
                                       PIC X(20) FROM CKL-OPERADOR.
