      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos do processamento do retorno do
      *                  provedor de envio (contatos invalidos)
      *================================================================*

      * Linhas do retorno carregadas em memoria com o contato ja
      * normalizado: email em maiusculas, telefone so com digitos
      * (sem o 55 do pais e sem zeros a esquerda).
       01  W-TAB-RETORNO.
           05  W-QTDE-TAB-RET          PIC 9(04) COMP VALUE ZEROS.
           05  W-SUB-RET               PIC 9(04) COMP VALUE ZEROS.
           05  W-RET-ITEM              OCCURS 5000 TIMES.
               10  W-RET-MEIO          PIC X(001).
               10  W-RET-CONTATO       PIC X(040).
               10  W-RET-DATA          PIC 9(008).
               10  W-RET-MOTIVO        PIC X(030).
               10  W-RET-ACHOU         PIC X(001).

       01  W-CAMPOS-RETORNO.
           05  W-RCP-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05  W-RCP-TIPO              PIC X(01) VALUE SPACES.
           05  W-RCP-CODIGO            PIC 9(07) VALUE ZEROS.
           05  W-RCP-FLAG              PIC X(01) VALUE SPACES.
               88  W-RCP-EMAIL-MARCADO VALUES "E" "A".
               88  W-RCP-FONE-MARCADO  VALUES "T" "A".
           05  W-RCP-ALTEROU           PIC X(01) VALUE "N".
      * Meio marcado agora e linha do retorno que o derrubou.
           05  W-RCP-NOVO-EMAIL        PIC X(01) VALUE "N".
           05  W-RCP-NOVO-FONE         PIC X(01) VALUE "N".
           05  W-RCP-SUB-EMAIL         PIC 9(04) COMP VALUE ZEROS.
           05  W-RCP-SUB-FONE          PIC 9(04) COMP VALUE ZEROS.
           05  W-RCP-EMAIL-CAD         PIC X(40) VALUE SPACES.
           05  W-RCP-FONE-CAD          PIC X(40) VALUE SPACES.
           05  W-RCP-EMAIL-NORM        PIC X(40) VALUE SPACES.
           05  W-RCP-FONE-NORM         PIC X(40) VALUE SPACES.
      * Entrada/saida da normalizacao de telefone (6210).
           05  W-RCP-FONE-ENTRADA      PIC X(40) VALUE SPACES.
           05  W-RCP-FONE-SAIDA        PIC X(40) VALUE SPACES.
           05  W-RCP-FONE-DIGITOS      PIC X(40) VALUE SPACES.
           05  W-RCP-QTDE-DIG          PIC 9(02) COMP VALUE ZEROS.
           05  W-RCP-SUB               PIC 9(02) COMP VALUE ZEROS.
           05  W-RCP-INICIO            PIC 9(02) COMP VALUE ZEROS.
      * Contadores do processamento.
           05  W-RCP-MARCADOS          PIC 9(07) VALUE ZEROS.
           05  W-RCP-JA-MARCADOS       PIC 9(07) VALUE ZEROS.
           05  W-RCP-SEM-CADASTRO      PIC 9(07) VALUE ZEROS.
