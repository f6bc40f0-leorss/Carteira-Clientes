      *                  UF e supervisor responsavel), usada na        *
      *                  validacao dos cadastros e importacoes para    *
      *                  acabar com variantes como SP01/SP 1/SP-1.     *
      *                  Troca de regional registrada no historico de  *
      *                  equipe dos vendedores do territorio           *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      * Cadastro de regionais
       COPY ".\copybooks\GCC123FC.cpy".

      * Arquivo vendedores
       COPY ".\copybooks\GCC012FC.cpy".

      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FC.cpy".

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      * Cadastro de regionais
       COPY ".\copybooks\GCC123FD.cpy".

      * Arquivo vendedores
       COPY ".\copybooks\GCC012FD.cpy".

      * Historico de equipe do vendedor
       COPY ".\copybooks\GCC166FD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC058W.cpy".
      * Campos validacao de regional
       COPY ".\copybooks\GCC123W.cpy".
      * Campos do historico de equipe do vendedor
       COPY ".\copybooks\GCC166W.cpy".

      * Regional do territorio antes da alteracao: troca de regional
      * e levada ao historico de equipe dos vendedores do territorio.
       01  W-TERR-REGIONAL-ANTES       PIC X(03) VALUE SPACES.
       01  W-TERR-REGIONAL-MUDOU       PIC X(01) VALUE "N".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
                                       TO W-MSGERRO
                   PERFORM 8500-MOSTRA-AVISO
               ELSE
                   MOVE TERR-REGIONAL  TO W-TERR-REGIONAL-ANTES
                   MOVE "N"            TO W-TERR-REGIONAL-MUDOU
                   DISPLAY S-TELA-TERRITORIO
                   ACCEPT S-TERR-DESCRICAO
                   ACCEPT S-TERR-UF
                       IF  FS-OK
                           MOVE "Registro alterado com sucesso!"
                                       TO W-MSGERRO
                           IF  TERR-REGIONAL
                                   NOT EQUAL W-TERR-REGIONAL-ANTES
                               MOVE "S" TO W-TERR-REGIONAL-MUDOU
                           END-IF
                       ELSE
                           STRING "Erro alterar registro. FS: "
                                  WS-RESULTADO-ACESSO
                       END-IF
                       PERFORM 8500-MOSTRA-AVISO
                       PERFORM 7090-FECHAR-ARQ-TERRITORIO
                       IF  W-TERR-REGIONAL-MUDOU EQUAL "S"
                           PERFORM 2100-HIST-EQUIPE-REGIONAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2000-99-FIM.                   EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-HIST-EQUIPE-REGIONAL       SECTION.
      *----------------------------------------------------------------*
      * Territorio mudou de regional: cada vendedor do territorio
      * fecha o periodo na regional anterior e abre outro na nova, a
      * partir de hoje, para os relatorios por competencia manterem
      * os meses passados na regional em que foram realizados.
           PERFORM 7211-ABRIR-INPUT-ARQ-VEND
           IF  NOT FS-OK
               GO TO 2100-99-FIM
           END-IF

           PERFORM 7253-LER-PROX-ARQ-VEND
           PERFORM UNTIL NOT FS-OK
               IF  VEND-TERRITORIO     EQUAL TERR-CODIGO
                   MOVE VEND-CODIGO    TO W-HEQ-VEND
                   MOVE VEND-DATA-CADASTRO
                                       TO W-HEQ-DATA-CADASTRO
                   ACCEPT W-HEQ-DATA-REF FROM DATE YYYYMMDD
                   MOVE "TERRITOR"     TO W-HEQ-ORIGEM
                   MOVE VEND-SUPERVISOR TO W-HEQ-SUPERV
                                           W-HEQ-SUPERV-ANT
                   MOVE VEND-TERRITORIO TO W-HEQ-TERRIT
                                           W-HEQ-TERRIT-ANT
                   MOVE W-TERR-REGIONAL-ANTES
                                       TO W-HEQ-REGIONAL-ANT
                   MOVE TERR-REGIONAL  TO W-HEQ-REGIONAL
                   PERFORM 7928-REGISTRAR-EQUIPE
                   MOVE "00"           TO WS-RESULTADO-ACESSO
               END-IF
               PERFORM 7253-LER-PROX-ARQ-VEND
           END-PERFORM

           PERFORM 7290-FECHAR-ARQ-VEND.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXCLUIR                   SECTION.
      *----------------------------------------------------------------*
       COPY ".\copybooks\GCC058R.cpy".
      * Rotinas cadastro de regionais
       COPY ".\copybooks\GCC123R.cpy".
      * Rotinas arquivo vendedores
       COPY ".\copybooks\GCC012R.cpy".
      * Rotinas historico de equipe do vendedor
       COPY ".\copybooks\GCC166R.cpy".
      * Rotinas tela principal
       COPY ".\copybooks\GCC000R.cpy".
      * Rotina saneamento de argumento de comando externo
