      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Rotinas do mascaramento por perfil - carga da
      *                  regra do perfil logado, edicao de CPF/CNPJ
      *                  completos ou parciais, ocultacao de telefone
      *                  e e-mail e registro da visao sem mascara em
      *                  ACESSO-DADOS.LOG
      *================================================================*
      *----------------------------------------------------------------*
       7161-CARREGAR-MASCARA-PERFIL    SECTION.
      *----------------------------------------------------------------*
      * Le a politica gravada pelo GCC206P (ou assume a padrao) e
      * separa a regra do perfil em W-PERFIL. Perfil fora da tabela
      * fica com a regra mais restrita.
           MOVE "N"                    TO W-MSC-LIDO

           OPEN INPUT ARQ-MASC-PERFIL
           IF  FS-OK
               READ ARQ-MASC-PERFIL NEXT
               IF  FS-OK
                   MOVE "S"            TO W-MSC-LIDO
               END-IF
               CLOSE ARQ-MASC-PERFIL
           END-IF

           IF  W-MSC-LIDO              EQUAL "N"
               PERFORM 7162-ASSUMIR-MASCARA-PADRAO
           END-IF

           MOVE "S"                    TO W-MSC-IDENT
           MOVE "S"                    TO W-MSC-CONTATO
           MOVE "N"                    TO W-MSC-REGISTRA

           PERFORM VARYING W-MSC-SUB FROM 1 BY 1
                   UNTIL W-MSC-SUB GREATER 4
               IF  MASC-PERFIL(W-MSC-SUB) EQUAL W-PERFIL
                   IF  MASC-IDENTIF(W-MSC-SUB) NOT EQUAL "S"
                       MOVE "N"        TO W-MSC-IDENT
                   END-IF
                   IF  MASC-CONTATO(W-MSC-SUB) NOT EQUAL "S"
                       MOVE "N"        TO W-MSC-CONTATO
                   END-IF
                   IF  MASC-REGISTRA(W-MSC-SUB) EQUAL "S"
                       MOVE "S"        TO W-MSC-REGISTRA
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       7161-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7162-ASSUMIR-MASCARA-PADRAO     SECTION.
      *----------------------------------------------------------------*
      * Politica ainda nao gravada: monta o registro com a tabela
      * padrao de W-MSC-TAB-PADRAO.
           INITIALIZE REG-ARQ-MASC-PERFIL

           PERFORM VARYING W-MSC-SUB FROM 1 BY 1
                   UNTIL W-MSC-SUB GREATER 4
               MOVE W-MSC-PAD-PERFIL(W-MSC-SUB)
                                       TO MASC-PERFIL(W-MSC-SUB)
               MOVE W-MSC-PAD-IDENTIF(W-MSC-SUB)
                                       TO MASC-IDENTIF(W-MSC-SUB)
               MOVE W-MSC-PAD-CONTATO(W-MSC-SUB)
                                       TO MASC-CONTATO(W-MSC-SUB)
               MOVE W-MSC-PAD-REGISTRA(W-MSC-SUB)
                                       TO MASC-REGISTRA(W-MSC-SUB)
           END-PERFORM.

      *----------------------------------------------------------------*
       7162-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7163-EDITAR-CPF                 SECTION.
      *----------------------------------------------------------------*
      * W-MSC-CPF editado em W-MSC-CPF-ED: 123.456.789-01 completo ou
      * ***.456.789-** parcial. CPF zerado sai em branco.
           MOVE SPACES                 TO W-MSC-CPF-ED

           IF  W-MSC-CPF               NOT NUMERIC OR
               W-MSC-CPF               EQUAL ZEROS
               GO TO 7163-99-FIM
           END-IF

           IF  W-MSC-IDENT-PARCIAL
               STRING "***."
                      W-MSC-CPF-X(4:3) "."
                      W-MSC-CPF-X(7:3) "-**"
                      DELIMITED BY SIZE INTO W-MSC-CPF-ED
           ELSE
               STRING W-MSC-CPF-X(1:3) "."
                      W-MSC-CPF-X(4:3) "."
                      W-MSC-CPF-X(7:3) "-"
                      W-MSC-CPF-X(10:2)
                      DELIMITED BY SIZE INTO W-MSC-CPF-ED
           END-IF.

      *----------------------------------------------------------------*
       7163-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7164-EDITAR-CNPJ                SECTION.
      *----------------------------------------------------------------*
      * W-MSC-CNPJ editado em W-MSC-CNPJ-ED: 12.345.678/0001-90
      * completo ou 12.***.***/****-90 parcial, a mesma mascara do
      * relatorio de clientes. CNPJ zerado sai em branco.
           MOVE SPACES                 TO W-MSC-CNPJ-ED

           IF  W-MSC-CNPJ              NOT NUMERIC OR
               W-MSC-CNPJ              EQUAL ZEROS
               GO TO 7164-99-FIM
           END-IF

           IF  W-MSC-IDENT-PARCIAL
               STRING W-MSC-CNPJ-X(1:2)
                      ".***.***/****-"
                      W-MSC-CNPJ-X(13:2)
                      DELIMITED BY SIZE INTO W-MSC-CNPJ-ED
           ELSE
               STRING W-MSC-CNPJ-X(1:2)  "."
                      W-MSC-CNPJ-X(3:3)  "."
                      W-MSC-CNPJ-X(6:3)  "/"
                      W-MSC-CNPJ-X(9:4)  "-"
                      W-MSC-CNPJ-X(13:2)
                      DELIMITED BY SIZE INTO W-MSC-CNPJ-ED
           END-IF.

      *----------------------------------------------------------------*
       7164-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7165-OCULTAR-CONTATO            SECTION.
      *----------------------------------------------------------------*
      * Telefone ou e-mail em W-MSC-TEXTO: perfil sem acesso aos
      * contatos ve W-MSC-OCULTO no lugar do valor preenchido.
           IF  W-MSC-CONTATO-OCULTO    AND
               W-MSC-TEXTO             NOT EQUAL SPACES
               MOVE W-MSC-OCULTO       TO W-MSC-TEXTO
           END-IF.

      *----------------------------------------------------------------*
       7165-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7166-REGISTRAR-VISAO-ABERTA     SECTION.
      *----------------------------------------------------------------*
      * Perfil com registro ligado que viu CPF/CNPJ completo ou os
      * contatos grava a visao no log.
      * Linha do log: data;hora;operador;perfil;programa;detalhe;
           IF  NOT W-MSC-REGISTRA-VISAO
               GO TO 7166-99-FIM
           END-IF
           IF  W-MSC-IDENT-PARCIAL     AND
               W-MSC-CONTATO-OCULTO
               GO TO 7166-99-FIM
           END-IF

           OPEN EXTEND ARQ-ACESSO-DADOS
           IF  NOT FS-OK
               IF  FS-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT ARQ-ACESSO-DADOS
               END-IF
           END-IF
           IF  NOT FS-OK
               GO TO 7166-99-FIM
           END-IF

           ACCEPT W-MSC-DATA           FROM DATE YYYYMMDD
           ACCEPT W-MSC-HORA           FROM TIME
           MOVE SPACES                 TO W-MSC-LINHA-LOG
           STRING W-MSC-DATA ";"
                  W-MSC-HORA ";"
                  FUNCTION TRIM(W-OPERADOR) ";"
                  W-PERFIL ";"
                  FUNCTION TRIM(W-MSC-PROGRAMA) ";"
                  FUNCTION TRIM(W-MSC-DETALHE) ";"
                  DELIMITED BY SIZE INTO W-MSC-LINHA-LOG
           WRITE REG-ARQ-ACESSO-DADOS  FROM W-MSC-LINHA-LOG

           CLOSE ARQ-ACESSO-DADOS.

      *----------------------------------------------------------------*
       7166-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7168-GRAVAR-MASC-PERFIL         SECTION.
      *----------------------------------------------------------------*
      * Regrava a politica inteira (registro unico) a partir de
      * REG-ARQ-MASC-PERFIL.
           OPEN OUTPUT ARQ-MASC-PERFIL
           IF  FS-OK
               WRITE REG-ARQ-MASC-PERFIL
               CLOSE ARQ-MASC-PERFIL
           ELSE
               STRING "Erro gravar ARQ-MASC-PERFIL. FS: "
                      WS-RESULTADO-ACESSO INTO W-MSGERRO
               PERFORM 8500-MOSTRA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       7168-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
