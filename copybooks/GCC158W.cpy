      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos derivacao do territorio pelas
      *                  coordenadas (ponto dentro do poligono)
      *================================================================*

      *---------------------------------------------------------*
      * Parametros/retorno da derivacao: recebe a coordenada em
      * W-DTR-LATITUDE/W-DTR-LONGITUDE e devolve o territorio em
      * W-DTR-TERRITORIO com W-DTR-ACHOU = "S".
      *---------------------------------------------------------*
       01  W-DERIVA-TERRITORIO.
           05  W-DTR-LATITUDE          PIC S9(03)V9(08) VALUE ZEROS.
           05  W-DTR-LONGITUDE         PIC S9(03)V9(08) VALUE ZEROS.
           05  W-DTR-TERRITORIO        PIC X(05) VALUE SPACES.
           05  W-DTR-ACHOU             PIC X(01) VALUE "N".
      * Poligonos carregados uma vez por execucao; "N" sem arquivo
      * ou sem vertices, e a derivacao nao sugere nada.
           05  W-DTR-CARREGADO         PIC X(01) VALUE "N".
           05  W-DTR-DISPONIVEL        PIC X(01) VALUE "N".
           05  W-DTR-EXCEDEU           PIC X(01) VALUE "N".
           05  W-DTR-FS-SALVO          PIC X(02) VALUE "00".
      * Trabalho do teste de ponto dentro do poligono (raio
      * horizontal a partir do ponto, contando os cruzamentos).
           05  W-DTR-DENTRO            PIC X(01) VALUE "N".
           05  W-DTR-SUB-TERR          PIC 9(04) COMP VALUE ZEROS.
           05  W-DTR-SUB-VERT          PIC 9(05) COMP VALUE ZEROS.
           05  W-DTR-SUB-PROX          PIC 9(05) COMP VALUE ZEROS.
           05  W-DTR-INICIO-ANEL       PIC 9(05) COMP VALUE ZEROS.
           05  W-DTR-CRUZA-LON         PIC S9(05)V9(08) VALUE ZEROS.

      *---------------------------------------------------------*
      * Tabela dos poligonos: vertices na ordem da chave e um
      * indice por territorio com a faixa de vertices e o
      * retangulo envolvente, que descarta a maioria dos
      * territorios sem percorrer os vertices.
      *---------------------------------------------------------*
       01  W-TAB-POLIGONO.
           05  W-DTR-QTDE-VERT         PIC 9(05) COMP VALUE ZEROS.
           05  W-DTR-VERTICE           OCCURS 30000 TIMES.
               10  W-DTR-V-ANEL        PIC 9(002).
               10  W-DTR-V-LAT         PIC S9(003)V9(008).
               10  W-DTR-V-LON         PIC S9(003)V9(008).
           05  W-DTR-QTDE-TERR         PIC 9(04) COMP VALUE ZEROS.
           05  W-DTR-TERR-ITEM         OCCURS 999 TIMES.
               10  W-DTR-T-CODIGO      PIC X(005).
               10  W-DTR-T-VERT-INI    PIC 9(005).
               10  W-DTR-T-VERT-FIM    PIC 9(005).
               10  W-DTR-T-LAT-MIN     PIC S9(003)V9(008).
               10  W-DTR-T-LAT-MAX     PIC S9(003)V9(008).
               10  W-DTR-T-LON-MIN     PIC S9(003)V9(008).
               10  W-DTR-T-LON-MAX     PIC S9(003)V9(008).
