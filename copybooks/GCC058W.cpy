       01  W-VALIDA-TERRITORIO.
           05  W-TERRIT-PROCURADO      PIC X(05) VALUE SPACES.
           05  W-TERRIT-VALIDO         PIC X(01) VALUE "S".
      * Regional do territorio procurado (7016-OBTER-REGIONAL-TERRIT).
           05  W-TERRIT-REGIONAL       PIC X(03) VALUE SPACES.
