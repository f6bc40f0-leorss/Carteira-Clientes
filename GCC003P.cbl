                                                          USING "*"
                   WHEN COB-SCR-F28 CALL W-PROG-BI-EXTRATO
                                                          USING "*"
                   WHEN COB-SCR-F29 CALL W-PROG-APROVA-DIST
                                                          USING "*"
                   WHEN COB-SCR-F30 CALL W-PROG-TAB-OVERRIDE
                                                          USING "*"
                   WHEN COB-SCR-F31 CALL W-PROG-OVERRIDE  USING "*"
                   WHEN COB-SCR-F32 CALL W-PROG-CONTESTACAO
                                                          USING "*"
                   WHEN COB-SCR-F33 CALL W-PROG-CONCURSO  USING "*"
                   WHEN COB-SCR-F34 CALL W-PROG-APURA-CONCURSO
                                                          USING "*"
                   WHEN COB-SCR-F35 CALL W-PROG-RFM       USING "*"
                   WHEN COB-SCR-F36 CALL W-PROG-COORTE    USING "*"
                   WHEN COB-SCR-F37 CALL W-PROG-SETORIAL  USING "*"
                   WHEN COB-SCR-F38 CALL W-PROG-MIGRA-LAYOUT
                                                          USING "*"
                   WHEN COB-SCR-F39 CALL W-PROG-CRESC-ARQ USING "*"
                   WHEN COB-SCR-F40 CALL W-PROG-FILA-REL  USING "*"
                   WHEN COB-SCR-F41 CALL W-PROG-EXTR-CONS USING "*"
                   WHEN COB-SCR-F42 CALL W-PROG-APROVACAO USING "*"
                   WHEN COB-SCR-F43 CALL W-PROG-TREINO    USING "*"
                   WHEN COB-SCR-ESC
                       MOVE "S"        TO  W-FIM
               END-EVALUATE
