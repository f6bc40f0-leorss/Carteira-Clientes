      -                             " em Lote".
           05  LINE 16 COL 10 VALUE "  <F10> Delta Cadastral para o CR
      -                             "M".
           05  LINE 17 COL 10 VALUE "  <F11> Pedidos para o ERP".
           05  LINE 18 COL 10 VALUE "  <F12> Distancias Rodoviarias".
           05  LINE 19 COL 10 VALUE "  <F13> Pesquisa de Satisfacao (N
      -                             "PS)".
           05  LINE 20 COL 10 VALUE "  <F14> Retorno do Provedor de En
      -                             "vio".
           05  LINE 21 COL 10 VALUE "  <F15> Cartas de Troca de Vende
      -                             "dor".
           05  LINE 22 COL 10 VALUE "  <F16> Resumo Diario do Vendedor
      -                             "".
           05  LINE 23 COL 10 VALUE "  <F17> Prospects de CNPJs Novos".
           05  LINE 24 COL 10 VALUE "  <F18> Conciliacao Fechamento ER
      -                             "P".
           05  LINE 25 COL 10 VALUE "  <F19> Exposicao de Credito".
           05  LINE 26 COL 10 VALUE "  <F20> Faturado x Carteira".
           05 LINE 29 COL 1  USING W-OPCAO AUTO.
