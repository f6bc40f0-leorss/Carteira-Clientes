      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos versao do layout dos mestres - versao
      *                  que os programas esperam (W-VLY-PROG) e a
      *                  marcada no arquivo de dados (W-VLY-VERSAO,
      *                  zero quando ainda sem marca). Ao acrescentar
      *                  campo que aumente o registro de GCC011FD,
      *                  GCC012FD ou GCC031FD, subir aqui a versao do
      *                  arquivo e incluir no GCC201P a regra de
      *                  conversao da versao anterior
      *================================================================*
       01  W-VERSOES-LAYOUT.
           05  W-VLY-PROG-CLIE         PIC 9(03) VALUE 2.
           05  W-VLY-PROG-VEND         PIC 9(03) VALUE 2.
           05  W-VLY-PROG-DIST         PIC 9(03) VALUE 2.
           05  W-VLY-SUB               PIC 9(01) VALUE ZEROS.
           05  W-VLY-ALTERADA          PIC X(01) VALUE "N".
           05  W-VLY-ERRO              PIC X(01) VALUE "N".
           05  W-VLY-TAB.
               10  W-VLY-ITEM          OCCURS 3 TIMES.
                   15  W-VLY-NOME      PIC X(12).
                   15  W-VLY-PROG      PIC 9(03).
                   15  W-VLY-VERSAO    PIC 9(03).
                   15  W-VLY-DATA      PIC 9(08).
                   15  W-VLY-OPERADOR  PIC X(20).
