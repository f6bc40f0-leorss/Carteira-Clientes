           05  LINE 22 COL 10 VALUE "  <F16> Campanhas Comerciais".
           05  LINE 23 COL 10 VALUE "  <F17> Atendimento Compartilhad
      -                             "o".
           05  LINE 24 COL 10 VALUE "  <F18> Cadastro de Produtos".
           05  LINE 25 COL 10 VALUE "  <F19> Cadastro de Oportunidad
      -                             "es".
           05  LINE 26 COL 10 VALUE "  <F20> Consentimento de Contat
      -                             "o".
           05  LINE 07 COL 48 VALUE "  <F21> Cadastro de Redes".
           05  LINE 08 COL 48 VALUE "  <F22> Poligonos de Territorio".
           05  LINE 09 COL 48 VALUE "  <F23> Especializacao CNAE".
           05  LINE 10 COL 48 VALUE "  <F24> Linhas de Negocio".
           05  LINE 11 COL 48 VALUE "  <F25> Previsao de Vendas".
           05  LINE 12 COL 48 VALUE "  <F26> Contratos de Fornecimento".
           05  LINE 13 COL 48 VALUE "  <F27> Reclamacoes de Clientes".
           05  LINE 14 COL 48 VALUE "  <F28> Concorrentes".
           05  LINE 15 COL 48 VALUE "  <F29> Checklist PDV".
           05  LINE 16 COL 48 VALUE "  <F30> Amostras e Brindes".
           05  LINE 17 COL 48 VALUE "  <F31> Movimento de Amostras".
           05  LINE 18 COL 48 VALUE "  <F32> Odometro do Veiculo".
           05  LINE 19 COL 48 VALUE "  <F33> Contato Remoto".
           05  LINE 20 COL 48 VALUE "  <F34> Regra de Contato Remoto".
           05  LINE 21 COL 48 VALUE "  <F35> Prioridade de Visita".
           05  LINE 22 COL 48 VALUE "  <F36> Tabela CNAE".
           05  LINE 23 COL 48 VALUE "  <F37> Mascaramento por Perfil".
           05  LINE 24 COL 48 VALUE "  <F38> Integracao Clientes Novos".
           05  LINE 25 COL 48 VALUE "  <F39> Devolucoes e Motivos".
           05 LINE 29 COL 1  USING W-OPCAO AUTO.
