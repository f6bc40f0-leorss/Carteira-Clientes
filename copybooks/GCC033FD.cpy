       FD  ARQ-DIST-ANT.
       01  REG-ARQ-DIST-ANT.
           05 REG-DIST-ANT-CLIENTE.
      * Cliente mais linha de negocio, como em REG-ARQ-DIST.
               10 DIST-ANT-CHAVE.
                   15 DIST-ANT-CLIE-CODIGO
                                       PIC  9(007).
                   15 DIST-ANT-LINHA   PIC  9(002).
               10 DIST-ANT-CLIE-CNPJ    PIC  9(014).
               10 DIST-ANT-CLIE-RAZAO-SOCIAL
                                       PIC  X(040).
      * (mesmos campos de REG-ARQ-DIST, layouts devem andar juntos).
           05 DIST-ANT-VEND-SECUND     PIC  9(007).
           05 DIST-ANT-SECUND-PCT      PIC  9(003).
           05 DIST-ANT-DATA-ATRIB      PIC  9(008).
           05 FILLER                   PIC  X(003).
