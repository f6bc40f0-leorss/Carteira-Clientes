               10 LINE 02 COLUMN 02 PIC X(31) FROM W-MODULO
                  HIGHLIGHT FOREGROUND-COLOR W-COR-FRENTE
                            BACKGROUND-COLOR W-COR-FUNDO.
      * Aviso da base de treinamento (em branco na base de producao)
               10 LINE 02 COLUMN 40 PIC X(19) FROM W-BANNER-TREINO
                  HIGHLIGHT FOREGROUND-COLOR 4
                            BACKGROUND-COLOR W-COR-FUNDO.
           05 S-STATUS.
               10 LINE 29 COLUMN 2 ERASE EOL PIC X(78)
                  FROM W-STATUS HIGHLIGHT
