           SELECT ARQ-DIST-ANT      ASSIGN TO  WID-ARQ-DIST-ANT
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DIST-ANT-CHAVE
               ALTERNATE KEY           IS DIST-ANT-CLIE-CODIGO
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
