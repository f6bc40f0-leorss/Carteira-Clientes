                                       LINE 12 COL 10.
               10  PIC X(12)           LINE 12 COL 28
                                       FROM W-CONF-PRIORIDADE.
               10  VALUE  "Forma: "    LINE 12 COL 42.
               10  PIC X(12)           LINE 12 COL 49
                                       FROM W-CONF-FORMA.
               10  VALUE  "Resultado R/A/N.: "
                                       LINE 14 COL 10.
               10  S-CONF-RESULTADO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 22 COL 33 PIC X(45)
                                       TO COMP-NOTA.

      *----------------------------------------------------------------*
      * Pergunta do pedido fechado na visita realizada (branco ou N
      * dispensa o pedido).
      *----------------------------------------------------------------*
       01  S-TELA-PEDIDO-PERGUNTA.
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Pedido fechado S/N..: "
                                       LINE 24 COL 10.
               10  S-PED-FECHADO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 24 COL 33 PIC X(01)
                                       TO W-PED-FECHADO.
               10  VALUE  "(branco = sem pedido)"
                                       LINE 24 COL 36.

      *----------------------------------------------------------------*
      * Tela de digitacao dos itens do pedido: um produto por vez,
      * produto em branco (ou <Esc>) encerra a digitacao.
      *----------------------------------------------------------------*
       01  S-TELA-PEDIDO.
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor........: "
                                       LINE 06 COL 10.
               10  PIC 9(07)           LINE 06 COL 28
                                       FROM VISITA-VEND-CODIGO.
               10  PIC X(40)           LINE 06 COL 37
                                       FROM W-VIS-VEND-DESC.
               10  VALUE  "Cliente.........: "
                                       LINE 08 COL 10.
               10  PIC 9(07)           LINE 08 COL 28
                                       FROM VISITA-CLIE-CODIGO.
               10  PIC X(40)           LINE 08 COL 37
                                       FROM W-VIS-CLIE-DESC.
               10  VALUE  "Data da visita..: "
                                       LINE 10 COL 10.
               10  PIC 9(08)           LINE 10 COL 28
                                       FROM VISITA-DATA.
               10  VALUE  "Produto.........: "
                                       LINE 13 COL 10.
               10  S-PED-PRODUTO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 13 COL 28 PIC X(10)
                                       USING W-PED-PRODUTO.
               10  S-PED-PROD-DESC     LINE 13 COL 40
                                       PIC X(40) FROM W-PED-PROD-DESC.
               10  VALUE  "Quantidade......: "
                                       LINE 15 COL 10.
               10  S-PED-QUANTIDADE    BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 28 PIC 9(07),999
                                       USING W-PED-QUANTIDADE.
               10  VALUE  "Valor da linha..: "
                                       LINE 17 COL 10.
               10  S-PED-VALOR         BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 17 COL 28 PIC 9(11),99
                                       USING W-PED-VALOR.
               10  VALUE  "Itens digitados.: "
                                       LINE 20 COL 10.
               10  S-PED-QTDE-ITENS    LINE 20 COL 28 PIC ZZ9
                                       FROM W-PED-QTDE-ITENS.
               10  VALUE  "Total do pedido.: "
                                       LINE 22 COL 10.
               10  S-PED-TOTAL         LINE 22 COL 28
                                       PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       FROM W-PED-TOTAL.

      *----------------------------------------------------------------*
      * Pergunta da presenca de concorrente no cliente visitado
      * (branco ou N dispensa a captura).
      *----------------------------------------------------------------*
       01  S-TELA-CONCOR-PERGUNTA.
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Concorrente S/N.....: "
                                       LINE 24 COL 10.
               10  S-CCO-PRESENTE
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 24 COL 33 PIC X(01)
                                       TO W-CCO-PRESENTE.
               10  VALUE  "(branco = sem concorrente)"
                                       LINE 24 COL 36.

      *----------------------------------------------------------------*
      * Tela de captura dos concorrentes vistos no cliente: um
      * concorrente e linha de produto por vez, codigo zerado (ou
      * <Esc>) encerra a captura.
      *----------------------------------------------------------------*
       01  S-TELA-CONCOR.
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor........: "
                                       LINE 06 COL 10.
               10  PIC 9(07)           LINE 06 COL 28
                                       FROM VISITA-VEND-CODIGO.
               10  PIC X(40)           LINE 06 COL 37
                                       FROM W-VIS-VEND-DESC.
               10  VALUE  "Cliente.........: "
                                       LINE 08 COL 10.
               10  PIC 9(07)           LINE 08 COL 28
                                       FROM VISITA-CLIE-CODIGO.
               10  PIC X(40)           LINE 08 COL 37
                                       FROM W-VIS-CLIE-DESC.
               10  VALUE  "Data da visita..: "
                                       LINE 10 COL 10.
               10  PIC 9(08)           LINE 10 COL 28
                                       FROM VISITA-DATA.
               10  VALUE  "Concorrente.....: "
                                       LINE 13 COL 10.
               10  S-CCO-CODIGO        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 13 COL 28 PIC 9(03)
                                       USING W-CCO-CODIGO.
               10  S-CCO-NOME          LINE 13 COL 37
                                       PIC X(40) FROM W-CCO-NOME.
               10  VALUE  "Linha de produto: "
                                       LINE 15 COL 10.
               10  S-CCO-LNEG          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 15 COL 28 PIC 9(02)
                                       USING W-CCO-LNEG.
               10  S-CCO-LNEG-DESC     LINE 15 COL 37
                                       PIC X(30) FROM W-CCO-LNEG-DESC.
               10  VALUE  "Volume mensal...: "
                                       LINE 17 COL 10.
               10  S-CCO-VOLUME        BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 17 COL 28 PIC 9(11),99
                                       USING W-CCO-VOLUME.
               10  VALUE  "(R$ estimados/mes comprados do concorrente)"
                                       LINE 18 COL 28.
               10  VALUE  "Registrados.....: "
                                       LINE 20 COL 10.
               10  S-CCO-GRAVADOS      LINE 20 COL 28 PIC ZZ9
                                       FROM W-CCO-GRAVADOS.

      *----------------------------------------------------------------*
      * Pergunta na linha 24 se o vendedor responde o checklist do
      * ponto de venda da visita realizada.
      *----------------------------------------------------------------*
       01  S-TELA-CHECK-PERGUNTA.
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Checklist PDV S/N...: "
                                       LINE 24 COL 10.
               10  S-CKV-RESPONDER
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 24 COL 33 PIC X(01)
                                       TO W-CKV-RESPONDER.
               10  VALUE  "(branco = sem checklist)"
                                       LINE 24 COL 36.

      *----------------------------------------------------------------*
      * Tela do checklist do ponto de venda: um item por vez, na
      * ordem do cadastro do segmento do cliente.
      *----------------------------------------------------------------*
       01  S-TELA-CHECK.
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Vendedor........: "
                                       LINE 06 COL 10.
               10  PIC 9(07)           LINE 06 COL 28
                                       FROM VISITA-VEND-CODIGO.
               10  PIC X(40)           LINE 06 COL 37
                                       FROM W-VIS-VEND-DESC.
               10  VALUE  "Cliente.........: "
                                       LINE 08 COL 10.
               10  PIC 9(07)           LINE 08 COL 28
                                       FROM VISITA-CLIE-CODIGO.
               10  PIC X(40)           LINE 08 COL 37
                                       FROM W-VIS-CLIE-DESC.
               10  VALUE  "Data da visita..: "
                                       LINE 10 COL 10.
               10  PIC 9(08)           LINE 10 COL 28
                                       FROM VISITA-DATA.
               10  VALUE  "Segmento: "     LINE 10 COL 40.
               10  PIC X(01)           LINE 10 COL 50
                                       FROM W-CKL-SEG-PROCURADO.
               10  VALUE  "Item............: "
                                       LINE 13 COL 10.
               10  PIC 9(02)           LINE 13 COL 28
                                       FROM W-CKV-ITEM.
               10  PIC X(50)           LINE 14 COL 28
                                       FROM W-CKV-PERGUNTA.
               10  VALUE  "Resposta S/N....: "
                                       LINE 16 COL 10.
               10  S-CKV-RESP-SN
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 28 PIC X(01)
                                       USING W-CKV-RESP-SN.
               10  VALUE  "Resposta numer..: "
                                       LINE 17 COL 10.
               10  S-CKV-RESP-NUM      BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 17 COL 28 PIC 9(07),99
                                       USING W-CKV-RESP-NUM.
               10  PIC X(30)           LINE 18 COL 28
                                       FROM W-CKV-CRITERIO.
               10  VALUE  "Respondidos.....: "
                                       LINE 20 COL 10.
               10  PIC Z9              LINE 20 COL 28
                                       FROM W-CKV-RESPONDIDOS.
               10  VALUE  "Conformes.......: "
                                       LINE 21 COL 10.
               10  PIC Z9              LINE 21 COL 28
                                       FROM W-CKV-CONFORMES.
