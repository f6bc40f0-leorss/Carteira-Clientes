                                                          USING "*"
                   WHEN COB-SCR-F15 CALL W-PROG-CAD-REGIONAL
                                                          USING "*"
                   WHEN COB-SCR-F18 CALL W-PROG-CAD-PRODUTO
                                                          USING "*"
                   WHEN COB-SCR-F19 CALL W-PROG-CAD-OPORTUNIDADE
                                                          USING "*"
                   WHEN COB-SCR-F20 CALL W-PROG-CONSENT
                                                          USING "*"
                   WHEN COB-SCR-F21 CALL W-PROG-REDE
                                                          USING "*"
                   WHEN COB-SCR-F22 CALL W-PROG-TERR-POLIG
                                                          USING "*"
                   WHEN COB-SCR-F23 CALL W-PROG-VEND-CNAE
                                                          USING "*"
                   WHEN COB-SCR-F24 CALL W-PROG-LINHA-NEG
                                                          USING "*"
                   WHEN COB-SCR-F25 CALL W-PROG-PREVISAO  USING "*"
                   WHEN COB-SCR-F26 CALL W-PROG-CONTRATO  USING "*"
                   WHEN COB-SCR-F27 CALL W-PROG-RECLAMACAO
                                                          USING "*"
                   WHEN COB-SCR-F28 CALL W-PROG-CONCORRENTE
                                                          USING "*"
                   WHEN COB-SCR-F29 CALL W-PROG-CHECKLIST
                                                          USING "*"
                   WHEN COB-SCR-F30 CALL W-PROG-MATERIAL
                                                          USING "*"
                   WHEN COB-SCR-F31 CALL W-PROG-MOV-MATERIAL
                                                          USING "*"
                   WHEN COB-SCR-F32 CALL W-PROG-ODOMETRO
                                                          USING "*"
                   WHEN COB-SCR-F33 CALL W-PROG-CONTATO-REM
                                                          USING "*"
                   WHEN COB-SCR-F34 CALL W-PROG-REGRA-REMOTO
                                                          USING "*"
                   WHEN COB-SCR-F35 CALL W-PROG-PRIOR-CLIE
                                                          USING "*"
                   WHEN COB-SCR-F36 CALL W-PROG-CNAE
                                                          USING "*"
                   WHEN COB-SCR-F37 CALL W-PROG-MASC-PERFIL
                                                          USING "*"
                   WHEN COB-SCR-F38 CALL W-PROG-ONBOARD
                                                          USING "*"
                   WHEN COB-SCR-F39 CALL W-PROG-DEVOLUCAO
                                                          USING "*"
                   WHEN COB-SCR-ESC
                       MOVE "S"        TO  W-FIM
               END-EVALUATE
