           05  LINE 20 COL 48 VALUE "  <F31> Coordenadas Desatualiz
      -                             "adas".
           05  LINE 19 COL 48 VALUE "  <F32> Rastro de Decisao".
           05  LINE 18 COL 48 VALUE "  <F33> Mix de Produtos".
           05  LINE 17 COL 48 VALUE "  <F34> Pedidos do Dia".
           05  LINE 16 COL 48 VALUE "  <F35> Pipeline x Meta".
           05  LINE 15 COL 48 VALUE "  <F36> Relatorio de Redes".
           05  LINE 14 COL 48 VALUE "  <F37> Acuracia da Previsao".
           05  LINE 13 COL 48 VALUE "  <F38> Vencimento de Contratos".
           05  LINE 12 COL 48 VALUE "  <F39> Contratado x Faturado".
           05  LINE 11 COL 48 VALUE "  <F40> Reclamacoes em Atraso".
           05  LINE 10 COL 48 VALUE "  <F41> Reclamacoes do Mes".
           05  LINE 09 COL 48 VALUE "  <F42> Share de Concorrentes".
           05  LINE 08 COL 48 VALUE "  <F43> Conformidade Checklist".
           05  LINE 07 COL 48 VALUE "  <F44> Amostras e Brindes".
           05  LINE 06 COL 48 VALUE "  <F45> Conciliacao Odometro".
           05 LINE 29 COL 1  USING W-OPCAO AUTO.
