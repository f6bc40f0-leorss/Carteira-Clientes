      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo vendedor faturado das notas
      *================================================================*
      *----------------------------------------------------------------*
       7231-ABRIR-ARQ-NOTA-VERP        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-NOTA-VERP

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-NOTA-VERP
                   CLOSE ARQ-NOTA-VERP
                   OPEN I-O ARQ-NOTA-VERP
               ELSE
                   STRING "Erro ao abrir ARQ-NOTA-VERP. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7231-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7233-LER-ARQ-NOTA-VERP-CHAVE    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-NOTA-VERP KEY IS NVRP-NOTA-NUMERO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7233-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7236-GRAVAR-ARQ-NOTA-VERP       SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-NOTA-VERP
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-NOTA-VERP. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7236-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7239-FECHAR-ARQ-NOTA-VERP       SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-NOTA-VERP.

      *----------------------------------------------------------------*
       7239-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
