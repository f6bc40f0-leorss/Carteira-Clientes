           SELECT ARQ-DIST          ASSIGN TO  WID-ARQ-DIST
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DIST-CHAVE
      * Indice alternativo por cliente: a leitura pelo codigo traz a
      * primeira linha de negocio do cliente; as demais seguem na
      * leitura sequencial pelo mesmo indice.
               ALTERNATE KEY           IS DIST-CLIE-CODIGO
                                       WITH DUPLICATES
      * Indice alternativo por vendedor: as telas e relatorios de um
      * vendedor fazem START no codigo e leem so o trecho dele, em
      * vez de varrer o arquivo inteiro; o GCC072P reconstroi o
