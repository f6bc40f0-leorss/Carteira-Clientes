      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas arquivo CPF dos supervisores
      *================================================================*
      *----------------------------------------------------------------*
       7232-ABRIR-ARQ-SUP-CPF          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-SUP-CPF

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-SUP-CPF
                   CLOSE ARQ-SUP-CPF
                   OPEN I-O ARQ-SUP-CPF
               ELSE
                   STRING "Erro ao abrir ARQ-SUP-CPF. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7232-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7234-OBTER-CPF-SUPERV           SECTION.
      *----------------------------------------------------------------*
      * CPF do supervisor SCPF-SUP-CODIGO em SCPF-CPF (zero quando nao
      * informado), com abre-e-fecha; W-REG-ENCONTRADO nao e tocado.
           MOVE ZEROS                  TO SCPF-CPF
           OPEN INPUT ARQ-SUP-CPF
           IF  FS-OK
               READ ARQ-SUP-CPF KEY IS SCPF-SUP-CODIGO
                        INVALID KEY MOVE ZEROS TO SCPF-CPF
               END-READ
               PERFORM 7238-FECHAR-ARQ-SUP-CPF
           END-IF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7234-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7235-GRAVAR-ARQ-SUP-CPF         SECTION.
      *----------------------------------------------------------------*
      * Inclui ou regrava o CPF de SCPF-SUP-CODIGO.
           PERFORM 7232-ABRIR-ARQ-SUP-CPF
           IF  NOT FS-OK
               GO TO 7235-99-FIM
           END-IF

           WRITE REG-ARQ-SUP-CPF
               INVALID KEY
                   REWRITE REG-ARQ-SUP-CPF
           END-WRITE
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-SUP-CPF. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF
           PERFORM 7238-FECHAR-ARQ-SUP-CPF.

      *----------------------------------------------------------------*
       7235-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7237-EXCLUIR-ARQ-SUP-CPF        SECTION.
      *----------------------------------------------------------------*
      * Supervisor excluido leva junto o CPF; sem CPF nao e erro.
           PERFORM 7232-ABRIR-ARQ-SUP-CPF
           IF  NOT FS-OK
               GO TO 7237-99-FIM
           END-IF

           DELETE ARQ-SUP-CPF RECORD
               INVALID KEY CONTINUE
           END-DELETE
           PERFORM 7238-FECHAR-ARQ-SUP-CPF
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7237-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7238-FECHAR-ARQ-SUP-CPF         SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-SUP-CPF.

      *----------------------------------------------------------------*
       7238-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
