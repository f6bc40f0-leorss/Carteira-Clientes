      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela reclamacoes de clientes (SAC)
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-RECLAMACAO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Cliente.........: "
                                       LINE 05 COL 10.
               10  S-RECL-CLIE         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 05 COL 28 PIC 9(07)
                                       USING RECL-CLIE-CODIGO.
               10  PIC X(40)           LINE 05 COL 37
                                       FROM W-RCL-CLIE-NOME.
               10  VALUE  "Reclamacao nr...: "
                                       LINE 06 COL 10.
               10  S-RECL-SEQ          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 28 PIC 9(05)
                                       USING RECL-SEQ.
               10  PIC X(14)           LINE 06 COL 37
                                       FROM W-RCL-SIT-DESC.
               10  VALUE  "Aberta em.......: "
                                       LINE 07 COL 10.
               10  PIC 9(08)           LINE 07 COL 28
                                       FROM RECL-DATA-ABERTURA
                                       BLANK WHEN ZERO.
               10  PIC X(20)           LINE 07 COL 37
                                       FROM RECL-OPERADOR-ABERTURA.
               10  VALUE  "Categoria.......: "
                                       LINE 09 COL 10.
               10  S-RECL-CATEGORIA
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 09 COL 28 PIC X(01)
                                       USING RECL-CATEGORIA.
               10  PIC X(19)           LINE 09 COL 30
                                       FROM W-RCL-CAT-DESC.
               10  VALUE  "(E/P/A/Q/O)"
                                       LINE 09 COL 50.
               10  VALUE  "Descricao.......: "
                                       LINE 10 COL 10.
               10  S-RECL-DESCRICAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 11 COL 10 PIC X(60)
                                       USING RECL-DESCRICAO.
               10  VALUE  "Vendedor........: "
                                       LINE 12 COL 10.
               10  PIC 9(07)           LINE 12 COL 28
                                       FROM RECL-VEND-CODIGO
                                       BLANK WHEN ZERO.
               10  PIC X(40)           LINE 12 COL 37
                                       FROM W-RCL-VEND-NOME.
               10  VALUE  "Prazo (SLA).....: "
                                       LINE 13 COL 10.
               10  PIC 9(08)           LINE 13 COL 28
                                       FROM RECL-DATA-LIMITE
                                       BLANK WHEN ZERO.
               10  PIC X(24)           LINE 13 COL 37
                                       FROM W-RCL-PRAZO-DESC.
               10  VALUE  "Situacao........: "
                                       LINE 15 COL 10.
               10  S-RECL-SITUACAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 28 PIC X(01)
                                       USING RECL-SITUACAO.
               10  VALUE  "(A=Aberta E=Em andamento R=Resolvida)"
                                       LINE 15 COL 31.
               10  VALUE  "Resolucao.......: "
                                       LINE 16 COL 10.
               10  S-RECL-RESOLUCAO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 17 COL 10 PIC X(60)
                                       USING RECL-RESOLUCAO.
               10  VALUE  "Fechada em......: "
                                       LINE 18 COL 10.
               10  PIC 9(08)           LINE 18 COL 28
                                       FROM RECL-DATA-FECHAMENTO
                                       BLANK WHEN ZERO.
               10  PIC X(20)           LINE 18 COL 37
                                       FROM RECL-OPERADOR-FECHAMENTO.
               10  VALUE  "Alterado em.....: "
                                       LINE 20 COL 10.
               10  PIC 9(08)           LINE 20 COL 28
                                       FROM RECL-DATA-ALTERACAO
                                       BLANK WHEN ZERO.
               10  VALUE  "Operador........: "
                                       LINE 21 COL 10.
               10  PIC X(20)           LINE 21 COL 28
                                       FROM RECL-OPERADOR.
