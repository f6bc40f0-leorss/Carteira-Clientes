                      FUNCTION TRIM(WID-ARQ-DELTA-RET)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-DELTA-RET

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-PRODUTO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-PRODUTO

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-NOTA-ITEM)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-NOTA-ITEM

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-ITENS)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-ITENS

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-ITENS)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-ITENS

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-PEDIDO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-PEDIDO

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-PEDIDO-ITEM)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-PEDIDO-ITEM

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-PEDIDO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-PEDIDO

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-ERP-PEDIDO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-ERP-PEDIDO

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-ERP-PED-RET)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-ERP-PED-RET

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-PEDIDO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-PEDIDO

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-OPORTUNIDADE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-OPORTUNIDADE

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONTATO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONTATO

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONSENT)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONSENT

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-SUPR-CONTATO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-SUPR-CONTATO

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-OPTOUT)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-OPTOUT

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-OPTOUT)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-OPTOUT

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REDE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REDE

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-DIST-ROD)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-DIST-ROD

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-DIST-ROD)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-DIST-ROD

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-DIST-ROD)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-DIST-ROD

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-TERR-POLIG)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-TERR-POLIG

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-POLIG)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-POLIG

               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-POLIG)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-POLIG

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-VEND-CNAE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-VEND-CNAE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LINHA-NEG)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LINHA-NEG

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-DIST-PEND)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-DIST-PEND

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-OVERRIDE-SUP)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-OVERRIDE-SUP

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-COMIS-BASE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-COMIS-BASE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LIQUID-SUP)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LIQUID-SUP

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-AJUSTE-SUP)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-AJUSTE-SUP

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-INDENIZ)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-INDENIZ

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONTESTACAO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONTESTACAO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-HIST-EQUIPE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-HIST-EQUIPE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONCURSO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONCURSO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONC-RANKING)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONC-RANKING

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-PREVISAO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-PREVISAO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONTRATO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONTRATO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-RECLAMACAO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-RECLAMACAO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-NPS)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-NPS

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-NPS)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-NPS

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-NPS)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-NPS

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONCORRENTE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONCORRENTE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CLIE-CONCOR)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CLIE-CONCOR

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-CONCOR)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-CONCOR

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-CONCOR)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-CONCOR

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CHECKLIST)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CHECKLIST

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CHECK-RESP)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CHECK-RESP

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-CHECK)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-CHECK

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-CHECK)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-CHECK

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-MATERIAL)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-MATERIAL

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-MOV-MATERIAL)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-MOV-MATERIAL

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-ODOMETRO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-ODOMETRO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-ODOM)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-ODOM

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-ODOM)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-ODOM

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONTATO-REM)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONTATO-REM

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-CONTREM)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-CONTREM

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-CONTREM)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-CONTREM

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REGRA-REMOTO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REGRA-REMOTO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONTATO-INV)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONTATO-INV

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-RET-PROVEDOR)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-RET-PROVEDOR

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-RETPROV)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-RETPROV

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REL-RECOLETA)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REL-RECOLETA

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CARTA-VEND)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CARTA-VEND

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-MALA-CARTA)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-MALA-CARTA

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REL-CARTAS)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REL-CARTAS

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-DIGEST-ENV)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-DIGEST-ENV

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-DIGEST-VEND)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-DIGEST-VEND

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-PRIOR-CLIE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-PRIOR-CLIE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-PESO-PRIOR)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-PESO-PRIOR

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-RFM-CLIE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-RFM-CLIE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CNAE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CNAE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-CNAE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-CNAE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-CNAE)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-CNAE

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-ULT-EXEC-LEADS)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-ULT-EXEC-LEADS

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CTL-ERP)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CTL-ERP

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONC-ERP)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONC-ERP

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-IMP-CTL-ERP)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-IMP-CTL-ERP

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LOG-CTL-ERP)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LOG-CTL-ERP

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-VERSAO-LAYOUT)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-VERSAO-LAYOUT

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CRESC-ARQ)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CRESC-ARQ

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-LIMITE-ARQ)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-LIMITE-ARQ

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REL-CRESC)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REL-CRESC

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-FILA-REL)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-FILA-REL

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CONSULTA-EXT)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CONSULTA-EXT

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-EXTR-CONS)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-EXTR-CONS

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-MASC-PERFIL)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-MASC-PERFIL

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-ACESSO-DADOS)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-ACESSO-DADOS

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-APROVACAO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-APROVACAO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-CREDITO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-CREDITO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REL-EXPOSICAO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REL-EXPOSICAO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-JANELA)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-JANELA

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-ONBOARD)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-ONBOARD

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-ONB-PLANO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-ONB-PLANO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REL-ONBOARD)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REL-ONBOARD

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-MOTIVO-DEV)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-MOTIVO-DEV

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-REL-DEVOLUCAO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-REL-DEVOLUCAO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-MARCA-TREINO)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-MARCA-TREINO

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-NOTA-VERP)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-NOTA-VERP

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-ERP-CORR-VEND)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-ERP-CORR-VEND

               MOVE SPACES              TO W-ARQ-NOME-TMP
               STRING FUNCTION TRIM(W-DIR-DADOS) "\"
                      FUNCTION TRIM(WID-ARQ-SUP-CPF)
                      DELIMITED BY SIZE INTO W-ARQ-NOME-TMP
               MOVE W-ARQ-NOME-TMP      TO WID-ARQ-SUP-CPF
           END-IF

      * Diretorio com o marcador da base de treinamento: aviso no
      * cabecalho das telas e envio externo bloqueado (8600). O
      * RETURN-CODE de quem chamou e preservado.
           MOVE "N"                     TO W-BASE-TREINO
           MOVE SPACES                  TO W-BANNER-TREINO
           MOVE RETURN-CODE             TO W-TREINO-RC-ANT
           CALL "CBL_CHECK_FILE_EXIST"  USING WID-ARQ-MARCA-TREINO
                                              W-TREINO-INFO-ARQ
               RETURNING W-TREINO-RC
           ON EXCEPTION
               MOVE 1                   TO W-TREINO-RC
           END-CALL
           IF  W-TREINO-RC              EQUAL ZEROS
               MOVE "S"                 TO W-BASE-TREINO
               MOVE "BASE DE TREINAMENTO" TO W-BANNER-TREINO
           END-IF
           MOVE W-TREINO-RC-ANT         TO RETURN-CODE.

      *----------------------------------------------------------------*
       0050-99-FIM.                    EXIT.
           DISPLAY "CARTEIRA_REL_ENVIO" UPON ENVIRONMENT-NAME
           ACCEPT  W-CMD-ENVIO         FROM ENVIRONMENT-VALUE

      * Base de treinamento nunca envia para fora: o arquivo fica so
      * no diretorio da base (sem aviso, para nao parar a rodada batch;
      * o cabecalho das telas ja identifica a base).
           IF  W-BASE-TREINAMENTO
               MOVE SPACES              TO W-CMD-ENVIO
           END-IF

           IF  W-CMD-ENVIO             NOT EQUAL SPACES
               MOVE SPACES              TO W-SANEAR-ARG-ENTRADA
               MOVE FUNCTION TRIM(W-ARQ-RELATO)
