                   WHEN COB-SCR-F8 CALL W-PROG-IMP-RECEB USING "*"
                   WHEN COB-SCR-F9 CALL W-PROG-CAMPO USING "*"
                   WHEN COB-SCR-F10 CALL W-PROG-CRM-DELTA USING "*"
                   WHEN COB-SCR-F11 CALL W-PROG-ERP-PEDIDO USING "*"
                   WHEN COB-SCR-F12 CALL W-PROG-DIST-ROD USING "*"
                   WHEN COB-SCR-F13 CALL W-PROG-NPS USING "*"
                   WHEN COB-SCR-F14 CALL W-PROG-RET-PROVEDOR
                                                          USING "*"
                   WHEN COB-SCR-F15 CALL W-PROG-CARTA-VEND
                                                          USING "*"
                   WHEN COB-SCR-F16 CALL W-PROG-DIGEST-VEND
                                                          USING "*"
                   WHEN COB-SCR-F17 CALL W-PROG-LEADS-RF
                                                          USING "*"
                   WHEN COB-SCR-F18 CALL W-PROG-CONC-ERP
                                                          USING "*"
                   WHEN COB-SCR-F19 CALL W-PROG-EXPOSICAO
                                                          USING "*"
                   WHEN COB-SCR-F20 CALL W-PROG-CONC-VEND-ERP
                                                          USING "*"
                   WHEN COB-SCR-ESC
                       MOVE "S"        TO  W-FIM
               END-EVALUATE
