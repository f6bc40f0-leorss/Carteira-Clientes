                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       PIC 9(01) TO CLIE-DIA-VISITA.

               10  VALUE  "Rede (0=nenhuma): "
                                       LINE 27 COL 35.
               10  S-CLIE-REDE-CODIGO  LINE 27 COL 53
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       PIC 9(03) TO CLIE-REDE-CODIGO.
               10  S-CLIE-REDE-NOME    LINE 27 COL 57
                                       PIC X(20)
                                       FROM W-REDE-NOME-ACHADO.

               10  S-CLIE-CRED-DESC    LINE 06 COL 10
                   HIGHLIGHT           PIC X(30)
                                       FROM W-CLIE-CRED-DESC.

      *----------------------------------------------------------------*
      * CNPJ parcial exibido sobre o campo da tela de captura quando o
      * perfil ve o identificador mascarado (6290-MASCARAR-TELA-CLIE).
      *----------------------------------------------------------------*
       01  S-MASC-CLIE.
           05  S-MASC-CLIE-CNPJ        FOREGROUND-COLOR 0
                                       BACKGROUND-COLOR 7
                                       LINE 10 COL 28
                                       PIC X(18) FROM W-MSC-CNPJ-ED.

      *----------------------------------------------------------------*
      * Tela de conferencia antes/depois exibida em 2000-ALTERAR, para
      * o operador revisar os novos valores contra os atuais antes de
                                       LINE 21 COL 10.
               10  PIC X(40) LINE 21 COL 28
                                  FROM W-ANTES-CLIE-ENDERECO.

      *----------------------------------------------------------------*
      * Tela de contatos nomeados do cliente (comprador, financeiro,
      * recebimento): lista dos contatos cadastrados e campos do
      * contato em manutencao.
      *----------------------------------------------------------------*
       01  S-TELA-CONTATO.
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Cliente........: "
                                       LINE 04 COL 10.
               10  LINE 04 COL 28      PIC ZZZZZZ9
                                       FROM W-CTT-CLIE-CODIGO.
               10  LINE 04 COL 37      PIC X(40)
                                       FROM W-CTT-CLIE-RAZAO.
               10  VALUE  "Seq Nome"   LINE 06 COL 10 HIGHLIGHT.
               10  VALUE  "Papel"      LINE 06 COL 45 HIGHLIGHT.
               10  VALUE  "Telefone"   LINE 06 COL 57 HIGHLIGHT.
               10  VALUE  "Princ."     LINE 06 COL 73 HIGHLIGHT.
               10  LINE 07 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(1).
               10  LINE 08 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(2).
               10  LINE 09 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(3).
               10  LINE 10 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(4).
               10  LINE 11 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(5).
               10  LINE 12 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(6).
               10  LINE 13 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(7).
               10  LINE 14 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(8).
               10  LINE 15 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(9).
               10  LINE 16 COL 10      PIC X(70)
                                       FROM W-CTT-LINHA(10).
               10  VALUE  "Contatos cadastrados: "
                                       LINE 17 COL 10.
               10  LINE 17 COL 32      PIC ZZ9
                                       FROM W-CTT-QTDE.

               10  VALUE  "Sequencia......: "
                                       LINE 19 COL 10.
               10  S-CONT-SEQ          BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 19 COL 28
                                       PIC 9(03) USING CONT-SEQ.
               10  VALUE  "Nome...........: "
                                       LINE 20 COL 10.
               10  S-CONT-NOME         LINE 20 COL 28
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       PIC X(40) USING CONT-NOME.
               10  VALUE  "Papel..........: "
                                       LINE 21 COL 10.
               10  S-CONT-PAPEL        LINE 21 COL 28
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       PIC X(01) USING CONT-PAPEL.
               10  LINE 21 COL 31      VALUE
                   "C=Comprador F=Financeiro R=Recebimento O=Outro".
               10  VALUE  "Telefone.......: "
                                       LINE 22 COL 10.
               10  S-CONT-TELEFONE     LINE 22 COL 28
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       PIC X(15) USING CONT-TELEFONE.
               10  VALUE  "Email..........: "
                                       LINE 23 COL 10.
               10  S-CONT-EMAIL        LINE 23 COL 28
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       PIC X(40) USING CONT-EMAIL.
               10  VALUE  "Principal (S/N): "
                                       LINE 24 COL 10.
               10  S-CONT-PRINCIPAL    LINE 24 COL 28
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       PIC X(01) USING CONT-PRINCIPAL.

       01  S-TELA-JANELA.
           05  FOREGROUND-COLOR 7.
               10  VALUE  "Cliente........: "
                                       LINE 04 COL 10.
               10  LINE 04 COL 28      PIC ZZZZZZ9
                                       FROM W-CTT-CLIE-CODIGO.
               10  LINE 04 COL 37      PIC X(40)
                                       FROM W-CTT-CLIE-RAZAO.
               10  VALUE  "Seq Dia"    LINE 06 COL 10 HIGHLIGHT.
               10  VALUE  "Horario"    LINE 06 COL 23 HIGHLIGHT.
               10  VALUE  "Observacao" LINE 06 COL 36 HIGHLIGHT.
               10  LINE 07 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(1).
               10  LINE 08 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(2).
               10  LINE 09 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(3).
               10  LINE 10 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(4).
               10  LINE 11 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(5).
               10  LINE 12 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(6).
               10  LINE 13 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(7).
               10  LINE 14 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(8).
               10  LINE 15 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(9).
               10  LINE 16 COL 10      PIC X(70)
                                       FROM W-JNL-LINHA(10).
               10  VALUE  "Janelas cadastradas: "
                                       LINE 17 COL 10.
               10  LINE 17 COL 31      PIC ZZ9
                                       FROM W-JNL-QTDE.

               10  VALUE  "Sequencia......: "
                                       LINE 19 COL 10.
               10  S-JAN-SEQ           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 19 COL 28
                                       PIC 9(03) USING JAN-SEQ.
               10  VALUE  "Dia da semana..: "
                                       LINE 20 COL 10.
               10  S-JAN-DIA           BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 28
                                       PIC 9(01) USING JAN-DIA-SEMANA.
               10  LINE 20 COL 31      VALUE
                   "1=Seg 2=Ter 3=Qua 4=Qui 5=Sex 6=Sab 7=Dom".
               10  VALUE  "Hora inicio....: "
                                       LINE 21 COL 10.
               10  S-JAN-INICIO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 21 COL 28
                                       PIC 9(04) USING JAN-HORA-INICIO.
               10  LINE 21 COL 34      VALUE "(HHMM)".
               10  VALUE  "Hora fim.......: "
                                       LINE 22 COL 10.
               10  S-JAN-FIM
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 22 COL 28
                                       PIC 9(04) USING JAN-HORA-FIM.
               10  LINE 22 COL 34      VALUE "(HHMM)".
               10  VALUE  "Observacao.....: "
                                       LINE 23 COL 10.
               10  S-JAN-OBSERVACAO    LINE 23 COL 28
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       PIC X(40) USING JAN-OBSERVACAO.
