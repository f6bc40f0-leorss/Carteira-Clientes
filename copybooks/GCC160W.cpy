      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: Campos validacao da linha de negocio e tabela
      *                  das linhas ativas usada na distribuicao
      *================================================================*

      *---------------------------------------------------------*
      * Parametros/retorno da validacao de linha de negocio
      *---------------------------------------------------------*
       01  W-VALIDA-LINHA-NEG.
           05  W-LNEG-PROCURADA        PIC 9(02) VALUE ZEROS.
           05  W-LNEG-VALIDA           PIC X(01) VALUE "S".
           05  W-LNEG-DESC-ACHADA      PIC X(30) VALUE SPACES.

      *---------------------------------------------------------*
      * Linhas ativas em ordem de codigo; sem cadastro (ou sem
      * linha ativa) a tabela traz so a linha 01, e o sistema se
      * comporta como antes das linhas de negocio.
      *---------------------------------------------------------*
       01  W-TAB-LINHAS-NEG.
           05  W-QTDE-LNEG             PIC 9(02) VALUE ZEROS.
           05  W-SUB-LNEG              PIC 9(02) VALUE ZEROS.
           05  W-LNEG-ATUAL            PIC 9(02) VALUE 1.
           05  W-TLN-ITEM              OCCURS 20 TIMES.
               10  W-TLN-CODIGO        PIC 9(02).
               10  W-TLN-DESCRICAO     PIC X(30).
