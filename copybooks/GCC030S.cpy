                                       LINE 25 COL 75 PIC X(01)
                                       TO W-RAS-ATIVO.

               10  VALUE  "Agrupar clientes da rede (S/N)....: "
                                       LINE 27 COL 10.
               10  S-AGRUPAR-REDE
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 27 COL 47 PIC X(01)
                                       TO W-AGRUPAR-REDE.

      *----------------------------------------------------------------*
      * Campo invisivel usado so para testar a tecla <Esc> durante o
      * processamento (interrupcao limpa, sem bloquear o loop de
