                   WHEN COB-SCR-F31 CALL W-PROG-COORD-DESAT
                                                          USING "*"
                   WHEN COB-SCR-F32 CALL W-PROG-RASTRO    USING "*"
                   WHEN COB-SCR-F33 CALL W-PROG-MIX-PRODUTO
                                                          USING "*"
                   WHEN COB-SCR-F34 CALL W-PROG-PEDIDOS-DIA
                                                          USING "*"
                   WHEN COB-SCR-F35 CALL W-PROG-PIPELINE  USING "*"
                   WHEN COB-SCR-F36 CALL W-PROG-REL-REDES USING "*"
                   WHEN COB-SCR-F37 CALL W-PROG-ACURACIA-PREV
                                                          USING "*"
                   WHEN COB-SCR-F38 CALL W-PROG-VENC-CONTRATO
                                                          USING "*"
                   WHEN COB-SCR-F39 CALL W-PROG-REL-CONTRATO
                                                          USING "*"
                   WHEN COB-SCR-F40 CALL W-PROG-RECL-ATRASO
                                                          USING "*"
                   WHEN COB-SCR-F41 CALL W-PROG-RECL-MENSAL
                                                          USING "*"
                   WHEN COB-SCR-F42 CALL W-PROG-SHARE-CONCOR
                                                          USING "*"
                   WHEN COB-SCR-F43 CALL W-PROG-REL-CHECKLIST
                                                          USING "*"
                   WHEN COB-SCR-F44 CALL W-PROG-REL-MATERIAL
                                                          USING "*"
                   WHEN COB-SCR-F45 CALL W-PROG-CONCILIA-KM
                                                          USING "*"
                   WHEN COB-SCR-ESC
                       MOVE "S"        TO  W-FIM
               END-EVALUATE
