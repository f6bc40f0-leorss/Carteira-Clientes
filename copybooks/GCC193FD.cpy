      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: FD registro de entrega do resumo diario do
      *                  vendedor (GCC193P) - um registro por vendedor
      *                  e dia do resumo, com o canal, o destino e a
      *                  contagem de cada secao. O ultimo resumo
      *                  entregue marca o inicio das trocas de
      *                  carteira do resumo seguinte
      *================================================================*
       FD  ARQ-DIGEST-ENV.
       01  REG-ARQ-DIGEST-ENV.
           02 DIG-CHAVE.
               05 DIG-VEND-CODIGO      PIC  9(007).
               05 DIG-DATA             PIC  9(008).
      * Situacao: G = gerado para o gateway, S = sem telefone nem
      * email valido (nao enviado), A = vendedor em ausencia no dia.
           02 DIG-SITUACAO             PIC  X(001).
               88 DIG-GERADO           VALUE "G".
               88 DIG-SEM-CONTATO      VALUE "S".
               88 DIG-AUSENTE          VALUE "A".
      * Canal: W = WhatsApp (telefone), E = email.
           02 DIG-CANAL                PIC  X(001).
               88 DIG-CANAL-WHATS      VALUE "W".
               88 DIG-CANAL-EMAIL      VALUE "E".
           02 DIG-DESTINO              PIC  X(040).
           02 DIG-QT-VISITAS           PIC  9(003).
           02 DIG-QT-COMPROM           PIC  9(003).
           02 DIG-QT-NOVOS             PIC  9(003).
           02 DIG-QT-PERDIDOS          PIC  9(003).
           02 DIG-QT-BLOQUEADOS        PIC  9(003).
           02 DIG-QT-ALERTAS           PIC  9(003).
           02 DIG-QT-LINHAS            PIC  9(004).
           02 DIG-DATA-PROCESSO        PIC  9(008).
           02 DIG-OPERADOR             PIC  X(020).
      * Reserva para expansao do registro sem nova troca de layout.
           02 FILLER                   PIC  X(020).
