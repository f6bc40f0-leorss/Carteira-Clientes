      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos consulta da matriz de distancias
      *                  rodoviarias
      *================================================================*

      *---------------------------------------------------------*
      * Parametros/retorno da consulta de distancia rodoviaria
      *---------------------------------------------------------*
       01  W-DIST-RODOVIARIA.
      * "S" quando a matriz foi aberta para consulta nesta execucao;
      * sem o arquivo, os programas seguem so com a formula.
           05  W-DRD-DISPONIVEL        PIC X(01) VALUE "N".
           05  W-DRD-VEND              PIC 9(07) VALUE ZEROS.
           05  W-DRD-CLIE              PIC 9(07) VALUE ZEROS.
           05  W-DRD-CEP-ORIGEM        PIC 9(08) VALUE ZEROS.
           05  W-DRD-CEP-DESTINO       PIC 9(08) VALUE ZEROS.
           05  W-DRD-ACHOU             PIC X(01) VALUE "N".
           05  W-DRD-METROS            PIC 9(07) VALUE ZEROS.
           05  W-DRD-MINUTOS           PIC 9(05) VALUE ZEROS.
           05  W-DRD-QTDE-RODOVIA      PIC 9(09) VALUE ZEROS.
           05  W-DRD-QTDE-FORMULA      PIC 9(09) VALUE ZEROS.
           05  W-DRD-FS-SALVO          PIC X(02) VALUE SPACES.
