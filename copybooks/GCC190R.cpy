      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas regra de contato remoto na cobertura
      *================================================================*
      *----------------------------------------------------------------*
       7942-ABRIR-ARQ-REGRA-REMOTO     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-REGRA-REMOTO

           IF  NOT FS-OK
               IF FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-REGRA-REMOTO
                   CLOSE ARQ-REGRA-REMOTO
                   OPEN I-O ARQ-REGRA-REMOTO
               ELSE
                   STRING "Erro ao abrir ARQ-REGRA-REMOTO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7942-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7943-ABRIR-INPUT-ARQ-REGRA-REM  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-REGRA-REMOTO
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   STRING "Arquivo ARQ-REGRA-REMOTO nao existe. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   STRING "Erro ao abrir ARQ-REGRA-REMOTO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7943-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7944-LER-ARQ-REGRA-REMOTO-CHAVE SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-REGRA-REMOTO KEY IS RRM-SEGMENTO
                    INVALID KEY MOVE "N" TO W-REG-ENCONTRADO
                NOT INVALID KEY MOVE "S" TO W-REG-ENCONTRADO
           END-READ.

      *----------------------------------------------------------------*
       7944-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7945-LER-PROX-ARQ-REGRA-REMOTO  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-REGRA-REMOTO NEXT
           IF  NOT FS-OK
               IF  NOT FS-FIM
                   STRING "Erro leitura ARQ-REGRA-REMOTO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7945-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7946-START-ARQ-REGRA-REMOTO-ASC SECTION.
      *----------------------------------------------------------------*
      *
           START ARQ-REGRA-REMOTO KEY IS NOT LESS THAN RRM-SEGMENTO
           IF  NOT FS-OK
               IF  NOT FS-REG-ENCONTRADO
                   STRING "Erro start ARQ-REGRA-REMOTO. FS: "
                          WS-RESULTADO-ACESSO INTO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       7946-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7947-GRAVAR-ARQ-REGRA-REMOTO    SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQ-REGRA-REMOTO
           IF  NOT FS-OK
               STRING "Erro gravar ARQ-REGRA-REMOTO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7947-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7948-REGRAVAR-ARQ-REGRA-REMOTO  SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE REG-ARQ-REGRA-REMOTO
           IF  NOT FS-OK
               STRING "Erro regravar ARQ-REGRA-REMOTO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7948-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7949-EXCLUIR-ARQ-REGRA-REMOTO   SECTION.
      *----------------------------------------------------------------*
      *
           DELETE ARQ-REGRA-REMOTO RECORD
           IF  NOT FS-OK
               STRING "Erro excluir ARQ-REGRA-REMOTO. FS: "
                      WS-RESULTADO-ACESSO  INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7949-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7950-CARREGAR-REGRA-REMOTO      SECTION.
      *----------------------------------------------------------------*
      * Carrega as regras por segmento em W-TAB-REGRA-REMOTO com
      * abre-e-fecha. Arquivo ainda nao criado = nenhuma regra (o
      * contato remoto nao conta em segmento nenhum).
           MOVE ZEROS                  TO W-QTDE-TAB-RRM

           OPEN INPUT ARQ-REGRA-REMOTO
           IF  NOT FS-OK
               MOVE "00"               TO WS-RESULTADO-ACESSO
               GO TO 7950-99-FIM
           END-IF

           PERFORM 7945-LER-PROX-ARQ-REGRA-REMOTO
           PERFORM UNTIL NOT FS-OK
               IF  W-QTDE-TAB-RRM      LESS 50
                   ADD 1               TO W-QTDE-TAB-RRM
                   MOVE RRM-SEGMENTO
                        TO W-RRM-TAB-SEGMENTO(W-QTDE-TAB-RRM)
                   MOVE RRM-CONTA-REMOTO
                        TO W-RRM-TAB-CONTA(W-QTDE-TAB-RRM)
                   MOVE RRM-DIAS-PRESENCIAL
                        TO W-RRM-TAB-DIAS(W-QTDE-TAB-RRM)
               END-IF
               PERFORM 7945-LER-PROX-ARQ-REGRA-REMOTO
           END-PERFORM

           PERFORM 7954-FECHAR-ARQ-REGRA-REMOTO
           MOVE "00"                   TO WS-RESULTADO-ACESSO.

      *----------------------------------------------------------------*
       7950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7951-AVALIAR-CONTATO-REMOTO     SECTION.
      *----------------------------------------------------------------*
      * Data do ultimo contato que conta para a cobertura de um
      * cliente (W-AVALIA-CONTATO-REM). Parte da ultima visita
      * presencial; o ultimo remoto efetivo so a substitui quando e
      * mais recente, o segmento tem regra com remoto contando e,
      * havendo exigencia de presencial, a ultima visita presencial
      * aconteceu ate W-RRM-TAB-DIAS dias antes do contato remoto.
           MOVE W-RRM-ULT-PRESENCIAL   TO W-RRM-ULT-CONTATO
           MOVE "N"                    TO W-RRM-REMOTO-CONTOU

           IF  W-RRM-ULT-REMOTO        NOT GREATER W-RRM-ULT-PRESENCIAL
               GO TO 7951-99-FIM
           END-IF

           MOVE ZEROS                  TO W-RRM-SUB-ACHADO
           PERFORM VARYING W-SUB-RRM FROM 1 BY 1
                   UNTIL W-SUB-RRM GREATER W-QTDE-TAB-RRM
                      OR W-RRM-SUB-ACHADO GREATER ZEROS
               IF  W-RRM-TAB-SEGMENTO(W-SUB-RRM) EQUAL W-RRM-SEGMENTO
                   MOVE W-SUB-RRM      TO W-RRM-SUB-ACHADO
               END-IF
           END-PERFORM
           IF  W-RRM-SUB-ACHADO        EQUAL ZEROS
               GO TO 7951-99-FIM
           END-IF
           IF  W-RRM-TAB-CONTA(W-RRM-SUB-ACHADO) NOT EQUAL "S"
               GO TO 7951-99-FIM
           END-IF

           IF  W-RRM-TAB-DIAS(W-RRM-SUB-ACHADO) GREATER ZEROS
               IF  W-RRM-ULT-PRESENCIAL EQUAL ZEROS
                   GO TO 7951-99-FIM
               END-IF
               COMPUTE W-RRM-DIAS-DESDE =
                       FUNCTION INTEGER-OF-DATE(W-RRM-ULT-REMOTO)
                     - FUNCTION INTEGER-OF-DATE(W-RRM-ULT-PRESENCIAL)
               IF  W-RRM-DIAS-DESDE
                   GREATER W-RRM-TAB-DIAS(W-RRM-SUB-ACHADO)
                   GO TO 7951-99-FIM
               END-IF
           END-IF

           MOVE W-RRM-ULT-REMOTO       TO W-RRM-ULT-CONTATO
           MOVE "S"                    TO W-RRM-REMOTO-CONTOU.

      *----------------------------------------------------------------*
       7951-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7954-FECHAR-ARQ-REGRA-REMOTO    SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-REGRA-REMOTO.

      *----------------------------------------------------------------*
       7954-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
