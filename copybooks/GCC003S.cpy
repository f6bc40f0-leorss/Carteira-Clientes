           05  LINE 25 COL 48 VALUE "  <F26> Interface Folha".
           05  LINE 24 COL 48 VALUE "  <F27> Integridade Referencial".
           05  LINE 23 COL 48 VALUE "  <F28> Extrato BI".
           05  LINE 22 COL 48 VALUE "  <F29> Aprovacao da Distribuicao".
           05  LINE 21 COL 48 VALUE "  <F30> Tabela de Override".
           05  LINE 20 COL 48 VALUE "  <F31> Apuracao de Override".
           05  LINE 19 COL 48 VALUE "  <F32> Contestacao de Comissao".
           05  LINE 18 COL 48 VALUE "  <F33> Concursos de Incentivo".
           05  LINE 17 COL 48 VALUE "  <F34> Apuracao de Concursos".
           05  LINE 16 COL 48 VALUE "  <F35> Segmentacao RFM".
           05  LINE 15 COL 48 VALUE "  <F36> Retencao por Coorte".
           05  LINE 14 COL 48 VALUE "  <F37> Penetracao Setorial".
           05  LINE 13 COL 48 VALUE "  <F38> Versao de Layout".
           05  LINE 12 COL 48 VALUE "  <F39> Crescimento de Arquivos".
           05  LINE 11 COL 48 VALUE "  <F40> Fila de Relatorios".
           05  LINE 10 COL 48 VALUE "  <F41> Extrato sob Medida".
           05  LINE 09 COL 48 VALUE "  <F42> Aprovacao de Operacoes".
           05  LINE 08 COL 48 VALUE "  <F43> Base de Treinamento".
           05 LINE 29 COL 1  USING W-OPCAO AUTO.
