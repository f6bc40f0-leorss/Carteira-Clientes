      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Tela da atualizacao da base de treinamento
      *================================================================*

      *----------------------------------------------------------------*
       01  S-TELA-TREINO.
      *----------------------------------------------------------------*
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Atualizacao da base de treinamento"
                                       LINE 06 COL 10.
               10  VALUE  "Base de origem (CARTEIRA_DIR)......: "
                                       LINE 08 COL 10.
               10  S-TRN-DIR-ORIGEM    LINE 08 COL 47 PIC X(30)
                                       FROM W-TRN-DIR-ORIGEM-TELA.
               10  VALUE  "Base de treinamento (CARTEIRA_DIR_TREINO)"
                                       LINE 09 COL 10.
               10  S-TRN-DIR-TREINO    LINE 10 COL 47 PIC X(30)
                                       FROM W-TRN-DIR-TREINO.
               10  VALUE  "Copia os arquivos de dados da origem,"
                                       LINE 12 COL 10.
               10  VALUE  "anonimiza cadastros, distribuicao, contatos"
                                       LINE 13 COL 10.
               10  VALUE  "e NPS; limpa relatorios, trilhas, cargas,"
                                       LINE 14 COL 10.
               10  VALUE  "interfaces, folha e arquivos de trabalho."
                                       LINE 15 COL 10.
               10  VALUE  "Arquivos copiados..................: "
                                       LINE 17 COL 10.
               10  S-TRN-COPIADOS      LINE 17 COL 47 PIC ZZZZ9
                                       FROM W-TRN-COPIADOS.
               10  VALUE  "Arquivos limpos (nao copiados).....: "
                                       LINE 18 COL 10.
               10  S-TRN-LIMPOS        LINE 18 COL 47 PIC ZZZZ9
                                       FROM W-TRN-LIMPOS.
               10  VALUE  "Falhas na copia....................: "
                                       LINE 19 COL 10.
               10  S-TRN-FALHAS        LINE 19 COL 47 PIC ZZZZ9
                                       FROM W-TRN-FALHAS.
               10  VALUE  "Clientes / vendedores anonimizados.: "
                                       LINE 20 COL 10.
               10  S-TRN-QTDE-CLIE     LINE 20 COL 47 PIC ZZZZZZ9
                                       FROM W-TRN-QTDE-CLIE.
               10  S-TRN-QTDE-VEND     LINE 20 COL 56 PIC ZZZZZZ9
                                       FROM W-TRN-QTDE-VEND.
               10  VALUE  "Linhas de distribuicao / contatos..: "
                                       LINE 21 COL 10.
               10  S-TRN-QTDE-DIST     LINE 21 COL 47 PIC ZZZZZZ9
                                       FROM W-TRN-QTDE-DIST.
               10  S-TRN-QTDE-CONT     LINE 21 COL 56 PIC ZZZZZZ9
                                       FROM W-TRN-QTDE-CONT.
               10  VALUE  "Arquivados / supervisores..........: "
                                       LINE 22 COL 10.
               10  S-TRN-QTDE-HIST     LINE 22 COL 47 PIC ZZZZZZ9
                                       FROM W-TRN-QTDE-HIST.
               10  S-TRN-QTDE-SUP      LINE 22 COL 56 PIC ZZZZZZ9
                                       FROM W-TRN-QTDE-SUP.
               10  VALUE  "Prospects / pesquisas NPS..........: "
                                       LINE 23 COL 10.
               10  S-TRN-QTDE-PROSP    LINE 23 COL 47 PIC ZZZZZZ9
                                       FROM W-TRN-QTDE-PROSP.
               10  S-TRN-QTDE-NPS      LINE 23 COL 56 PIC ZZZZZZ9
                                       FROM W-TRN-QTDE-NPS.
