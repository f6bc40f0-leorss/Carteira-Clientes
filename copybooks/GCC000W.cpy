       01  W-DIR-DADOS                  PIC X(40) VALUE SPACES.
       01  W-ARQ-NOME-TMP               PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * Base de treinamento. 0050-CONFIGURAR-DIR-DADOS liga a marca
      * quando o diretorio de dados tem o arquivo marcador gravado pela
      * atualizacao da base de treinamento (GCC212P): as telas mostram
      * o aviso no cabecalho e o envio externo de relatorios e
      * arquivos de interface fica bloqueado.
      *----------------------------------------------------------------*
       01  W-BASE-TREINO                PIC X(01) VALUE "N".
           88  W-BASE-TREINAMENTO       VALUE "S".
       01  W-BANNER-TREINO              PIC X(19) VALUE SPACES.
       01  W-TREINO-RC                  PIC 9(04) VALUE ZEROS COMP.
       01  W-TREINO-RC-ANT              PIC S9(09) VALUE ZEROS.
      * Area de retorno de CBL_CHECK_FILE_EXIST: tamanho do arquivo
      * em bytes (binario de 8 bytes) seguido da data/hora.
       01  W-TREINO-INFO-ARQ.
           05  W-TREINO-TAMANHO         PIC 9(18) COMP.
           05  FILLER                   PIC X(08).

      *----------------------------------------------------------------*
      * Identificacao do operador. Lida da variavel de ambiente
      * CARTEIRA_OPERADOR por 0060-CONFIGURAR-OPERADOR em GCC000R.cpy,
                                    VALUE "RELATO-DOSSIE.txt".
           05  WID-ARQ-REL-EFICACIA PIC X(40)
                                    VALUE "RELATO-EFICACIA.txt".
           05  WID-ARQ-PRODUTO      PIC X(40)
                                    VALUE "ARQ-PRODUTO.DAT".
           05  WID-ARQ-NOTA-ITEM    PIC X(40)
                                    VALUE "ARQ-NOTA-ITEM.DAT".
           05  WID-ARQ-IMP-ITENS    PIC X(40)
                                    VALUE "ARQ-IMP-ITENS.txt".
           05  WID-ARQ-LOG-ITENS    PIC X(40)
                                    VALUE "REJ-ITENS.LOG".
           05  WID-ARQ-REL-MIX      PIC X(40)
                                    VALUE "RELATO-MIX-PRODUTO.txt".
           05  WID-ARQ-PEDIDO       PIC X(40)
                                    VALUE "ARQ-PEDIDO.DAT".
           05  WID-ARQ-PEDIDO-ITEM  PIC X(40)
                                    VALUE "ARQ-PEDIDO-ITEM.DAT".
           05  WID-ARQ-IMP-PEDIDO   PIC X(40)
                                    VALUE "ARQ-IMP-PEDIDO.txt".
           05  WID-ARQ-ERP-PEDIDO   PIC X(40)
                                    VALUE "ERP-PEDIDOS.txt".
           05  WID-ARQ-ERP-PED-RET  PIC X(40)
                                    VALUE "ERP-PEDIDOS-RET.txt".
           05  WID-ARQ-REL-PEDIDOS  PIC X(40)
                                    VALUE "RELATO-PEDIDOS-DIA.txt".
           05  WID-ARQ-LOG-PEDIDO   PIC X(40)
                                    VALUE "REJ-PEDIDO.LOG".
           05  WID-ARQ-REL-ERP-PED  PIC X(40)
                                    VALUE "RELATO-ERP-PED-REJ.txt".
           05  WID-ARQ-OPORTUNIDADE PIC X(40)
                                    VALUE "ARQ-OPORTUNIDADE.DAT".
           05  WID-ARQ-REL-PIPELINE PIC X(40)
                                    VALUE "RELATO-PIPELINE.txt".
           05  WID-ARQ-CONTATO      PIC X(40)
                                    VALUE "ARQ-CONTATO.DAT".
           05  WID-ARQ-CONSENT      PIC X(40)
                                    VALUE "ARQ-CONSENT.DAT".
           05  WID-ARQ-SUPR-CONTATO PIC X(40)
                                    VALUE "SUPRESSAO-CONTATO.LOG".
           05  WID-ARQ-IMP-OPTOUT   PIC X(40)
                                    VALUE "IMP-OPTOUT.txt".
           05  WID-ARQ-LOG-OPTOUT   PIC X(40)
                                    VALUE "REJ-OPTOUT.LOG".
           05  WID-ARQ-REDE         PIC X(40)
                                    VALUE "ARQ-REDE.DAT".
           05  WID-ARQ-REL-REDES    PIC X(40)
                                    VALUE "RELATO-REDES.txt".
           05  WID-ARQ-DIST-ROD     PIC X(40)
                                    VALUE "ARQ-DIST-ROD.DAT".
           05  WID-ARQ-IMP-DIST-ROD PIC X(40)
                                    VALUE "IMP-DIST-ROD.txt".
           05  WID-ARQ-LOG-DIST-ROD PIC X(40)
                                    VALUE "REJ-DIST-ROD.LOG".
           05  WID-ARQ-REL-DIST-ROD PIC X(40)
                                    VALUE "RELATO-DIST-ROD.txt".
           05  WID-ARQ-TERR-POLIG   PIC X(40)
                                    VALUE "ARQ-TERR-POLIG.DAT".
           05  WID-ARQ-IMP-POLIG    PIC X(40)
                                    VALUE "IMP-TERR-POLIG.txt".
           05  WID-ARQ-LOG-POLIG    PIC X(40)
                                    VALUE "REJ-TERR-POLIG.LOG".
           05  WID-ARQ-REL-POLIG    PIC X(40)
                                    VALUE "RELATO-TERR-POLIG.txt".
           05  WID-ARQ-VEND-CNAE    PIC X(40)
                                    VALUE "ARQ-VEND-CNAE.DAT".
           05  WID-ARQ-LINHA-NEG    PIC X(40)
                                    VALUE "ARQ-LINHA-NEG.DAT".
           05  WID-ARQ-DIST-PEND    PIC X(40)
                                    VALUE "ARQ-DIST-PEND.DAT".
           05  WID-ARQ-OVERRIDE-SUP PIC X(40)
                                    VALUE "ARQ-OVERRIDE-SUP.DAT".
           05  WID-ARQ-COMIS-BASE   PIC X(40)
                                    VALUE "ARQ-COMIS-BASE.DAT".
      * Razao e ajustes do override dos supervisores: mesmo layout de
      * ARQ-LIQUIDACAO/ARQ-AJUSTE-COM, usados pelo mesmo FD com o nome
      * trocado (codigo de supervisor no lugar do vendedor).
           05  WID-ARQ-LIQUID-SUP   PIC X(40)
                                    VALUE "ARQ-LIQUIDACAO-SUP.DAT".
           05  WID-ARQ-AJUSTE-SUP   PIC X(40)
                                    VALUE "ARQ-AJUSTE-SUP.DAT".
           05  WID-ARQ-REL-OVERRIDE PIC X(40)
                                    VALUE "RELATO-OVERRIDE.txt".
           05  WID-ARQ-INDENIZ      PIC X(40)
                                    VALUE "ARQ-INDENIZACAO.DAT".
           05  WID-ARQ-REL-INDENIZ  PIC X(40)
                                    VALUE "RELATO-INDENIZACAO.txt".
           05  WID-ARQ-CONTESTACAO  PIC X(40)
                                    VALUE "ARQ-CONTESTACAO.DAT".
           05  WID-ARQ-REL-CONTEST  PIC X(40)
                                    VALUE "RELATO-CONTESTACAO.txt".
           05  WID-ARQ-HIST-EQUIPE  PIC X(40)
                                    VALUE "ARQ-HIST-EQUIPE.DAT".
           05  WID-ARQ-CONCURSO     PIC X(40)
                                    VALUE "ARQ-CONCURSO.DAT".
           05  WID-ARQ-CONC-RANKING PIC X(40)
                                    VALUE "ARQ-CONC-RANKING.DAT".
           05  WID-ARQ-REL-CONCURSO PIC X(40)
                                    VALUE "RELATO-CONCURSO.txt".
           05  WID-ARQ-PREVISAO     PIC X(40)
                                    VALUE "ARQ-PREVISAO.DAT".
           05  WID-ARQ-REL-PREVISAO PIC X(40)
                                    VALUE "RELATO-PREVISAO.txt".
           05  WID-ARQ-CONTRATO     PIC X(40)
                                    VALUE "ARQ-CONTRATO.DAT".
           05  WID-ARQ-REL-VENC-CTR PIC X(40)
                                    VALUE "RELATO-VENC-CONTRATO.txt".
           05  WID-ARQ-REL-CONTRATO PIC X(40)
                                    VALUE "RELATO-CONTRATO.txt".
           05  WID-ARQ-RECLAMACAO   PIC X(40)
                                    VALUE "ARQ-RECLAMACAO.DAT".
           05  WID-ARQ-REL-RECL-ATR PIC X(40)
                                    VALUE "RELATO-RECL-ATRASO.txt".
           05  WID-ARQ-REL-RECL-MES PIC X(40)
                                    VALUE "RELATO-RECL-MENSAL.txt".
           05  WID-ARQ-NPS          PIC X(40)
                                    VALUE "ARQ-NPS.DAT".
           05  WID-ARQ-IMP-NPS      PIC X(40)
                                    VALUE "IMP-NPS.txt".
           05  WID-ARQ-LOG-NPS      PIC X(40)
                                    VALUE "REJ-NPS.LOG".
           05  WID-ARQ-REL-NPS      PIC X(40)
                                    VALUE "RELATO-NPS.txt".
           05  WID-ARQ-CONCORRENTE  PIC X(40)
                                    VALUE "ARQ-CONCORRENTE.DAT".
           05  WID-ARQ-CLIE-CONCOR  PIC X(40)
                                    VALUE "ARQ-CLIE-CONCOR.DAT".
           05  WID-ARQ-IMP-CONCOR   PIC X(40)
                                    VALUE "ARQ-IMP-CONCOR.txt".
           05  WID-ARQ-LOG-CONCOR   PIC X(40)
                                    VALUE "REJ-CONCOR.LOG".
           05  WID-ARQ-REL-CONCOR   PIC X(40)
                                    VALUE "RELATO-SHARE-CONCOR.txt".
           05  WID-ARQ-CHECKLIST    PIC X(40)
                                    VALUE "ARQ-CHECKLIST.DAT".
           05  WID-ARQ-CHECK-RESP   PIC X(40)
                                    VALUE "ARQ-CHECK-RESP.DAT".
           05  WID-ARQ-IMP-CHECK    PIC X(40)
                                    VALUE "ARQ-IMP-CHECK.txt".
           05  WID-ARQ-LOG-CHECK    PIC X(40)
                                    VALUE "REJ-CHECK.LOG".
           05  WID-ARQ-REL-CHECK    PIC X(40)
                                    VALUE "RELATO-CHECKLIST.txt".
           05  WID-ARQ-MATERIAL     PIC X(40)
                                    VALUE "ARQ-MATERIAL.DAT".
           05  WID-ARQ-MOV-MATERIAL PIC X(40)
                                    VALUE "ARQ-MOV-MATERIAL.DAT".
           05  WID-ARQ-REL-MATERIAL PIC X(40)
                                    VALUE "RELATO-MATERIAL.txt".
           05  WID-ARQ-ODOMETRO     PIC X(40)
                                    VALUE "ARQ-ODOMETRO.DAT".
           05  WID-ARQ-IMP-ODOM     PIC X(40)
                                    VALUE "ARQ-IMP-ODOMETRO.txt".
           05  WID-ARQ-LOG-ODOM     PIC X(40)
                                    VALUE "REJ-ODOMETRO.LOG".
           05  WID-ARQ-REL-ODOM     PIC X(40)
                                    VALUE "RELATO-CONCILIA-KM.txt".
           05  WID-ARQ-CONTATO-REM  PIC X(40)
                                    VALUE "ARQ-CONTATO-REM.DAT".
           05  WID-ARQ-IMP-CONTREM  PIC X(40)
                                    VALUE "ARQ-IMP-CONTATO-REM.txt".
           05  WID-ARQ-LOG-CONTREM  PIC X(40)
                                    VALUE "REJ-CONTATO-REM.LOG".
           05  WID-ARQ-REGRA-REMOTO PIC X(40)
                                    VALUE "ARQ-REGRA-REMOTO.DAT".
           05  WID-ARQ-CONTATO-INV  PIC X(40)
                                    VALUE "ARQ-CONTATO-INV.DAT".
           05  WID-ARQ-RET-PROVEDOR PIC X(40)
                                    VALUE "RETORNO-PROVEDOR.txt".
           05  WID-ARQ-LOG-RETPROV  PIC X(40)
                                    VALUE "REJ-RETORNO-PROVEDOR.LOG".
           05  WID-ARQ-REL-RECOLETA PIC X(40)
                                    VALUE "RELATO-RECOLETA-CONTATO.txt".
           05  WID-ARQ-CARTA-VEND   PIC X(40)
                                    VALUE "ARQ-CARTA-VEND.DAT".
           05  WID-ARQ-MALA-CARTA   PIC X(40)
                                    VALUE "CARTAS-TROCA-VENDEDOR.csv".
           05  WID-ARQ-REL-CARTAS   PIC X(40)
                                    VALUE "RELATO-CARTAS-VENDEDOR.txt".
           05  WID-ARQ-DIGEST-ENV   PIC X(40)
                                    VALUE "ARQ-DIGEST-ENV.DAT".
           05  WID-ARQ-DIGEST-VEND  PIC X(40)
                                    VALUE "DIGEST-VENDEDOR.txt".
           05  WID-ARQ-PRIOR-CLIE   PIC X(40)
                                    VALUE "ARQ-PRIOR-CLIE.DAT".
           05  WID-ARQ-PESO-PRIOR   PIC X(40)
                                    VALUE "ARQ-PESO-PRIOR.DAT".
           05  WID-ARQ-RFM-CLIE     PIC X(40)
                                    VALUE "ARQ-RFM-CLIE.DAT".
           05  WID-ARQ-REL-RFM      PIC X(40)
                                    VALUE "RELATO-RFM.txt".
           05  WID-ARQ-REL-COORTE   PIC X(40)
                                    VALUE "RELATO-COORTE.txt".
           05  WID-ARQ-CNAE         PIC X(40)
                                    VALUE "ARQ-CNAE.DAT".
           05  WID-ARQ-IMP-CNAE     PIC X(40)
                                    VALUE "ARQ-IMP-CNAE.txt".
           05  WID-ARQ-LOG-CNAE     PIC X(40)
                                    VALUE "REJ-CNAE.LOG".
           05  WID-ARQ-REL-SETORIAL PIC X(40)
                                    VALUE "RELATO-SETORIAL.txt".
           05  WID-ARQ-ULT-EXEC-LEADS PIC X(40)
                                    VALUE "ULT-EXEC-LEADS.DAT".
           05  WID-ARQ-REL-LEADS    PIC X(40)
                                    VALUE "RELATO-LEADS-RF.txt".
           05  WID-ARQ-CTL-ERP      PIC X(40)
                                    VALUE "ARQ-CTL-ERP.DAT".
           05  WID-ARQ-CONC-ERP     PIC X(40)
                                    VALUE "ARQ-CONC-ERP.DAT".
           05  WID-ARQ-IMP-CTL-ERP  PIC X(40)
                                    VALUE "ARQ-IMP-CTL-ERP.txt".
           05  WID-ARQ-LOG-CTL-ERP  PIC X(40)
                                    VALUE "REJ-CTL-ERP.LOG".
           05  WID-ARQ-REL-CONC-ERP PIC X(40)
                                    VALUE "RELATO-CONC-ERP.txt".
           05  WID-ARQ-VERSAO-LAYOUT
                                    PIC X(40)
                                    VALUE "VERSAO-LAYOUT.DAT".
           05  WID-ARQ-CHAIN-REG    PIC X(40)
                                    VALUE "CHAIN-REGIOES.DAT".
           05  WID-ARQ-REL-NOT-REG  PIC X(40)
                                    VALUE "RELATO-NOTURNO-REGIOES.txt".
           05  WID-ARQ-CRESC-ARQ    PIC X(40)
                                    VALUE "ARQ-CRESC-ARQ.DAT".
           05  WID-ARQ-LIMITE-ARQ   PIC X(40)
                                    VALUE "ARQ-LIMITE-ARQ.DAT".
           05  WID-ARQ-REL-CRESC    PIC X(40)
                                    VALUE "RELATO-CRESC-ARQ.txt".
           05  WID-ARQ-FILA-REL     PIC X(40)
                                    VALUE "ARQ-FILA-REL.DAT".
           05  WID-ARQ-CONSULTA-EXT PIC X(40)
                                    VALUE "ARQ-CONSULTA-EXT.DAT".
           05  WID-ARQ-EXTR-CONS    PIC X(40)
                                    VALUE "EXTRATO-CONSULTA.txt".
           05  WID-ARQ-MASC-PERFIL  PIC X(40)
                                    VALUE "ARQ-MASCARA-PERFIL.DAT".
           05  WID-ARQ-ACESSO-DADOS PIC X(40)
                                    VALUE "ACESSO-DADOS.LOG".
           05  WID-ARQ-APROVACAO    PIC X(40)
                                    VALUE "ARQ-APROVACAO.DAT".
           05  WID-ARQ-CREDITO      PIC X(40)
                                    VALUE "ARQ-CREDITO.DAT".
           05  WID-ARQ-REL-EXPOSICAO
                                    PIC X(40)
                                    VALUE "RELATO-EXPOSICAO.txt".
           05  WID-ARQ-JANELA       PIC X(40)
                                    VALUE "ARQ-JANELA.DAT".
           05  WID-ARQ-ONBOARD      PIC X(40)
                                    VALUE "ARQ-ONBOARD.DAT".
           05  WID-ARQ-ONB-PLANO    PIC X(40)
                                    VALUE "ARQ-ONBOARD-PLANO.DAT".
           05  WID-ARQ-REL-ONBOARD  PIC X(40)
                                    VALUE "RELATO-ONBOARD.txt".
           05  WID-ARQ-MOTIVO-DEV   PIC X(40)
                                    VALUE "ARQ-MOTIVO-DEV.DAT".
           05  WID-ARQ-REL-DEVOLUCAO
                                    PIC X(40)
                                    VALUE "RELATO-DEVOLUCAO.txt".
           05  WID-ARQ-MARCA-TREINO PIC X(40)
                                    VALUE "BASE-TREINAMENTO.MRK".
           05  WID-ARQ-NOTA-VERP    PIC X(40)
                                    VALUE "ARQ-NOTA-VERP.DAT".
           05  WID-ARQ-REL-CONC-VERP
                                    PIC X(40)
                                    VALUE "RELATO-CONC-VEND-ERP.txt".
           05  WID-ARQ-ERP-CORR-VEND
                                    PIC X(40)
                                    VALUE "ERP-CORR-VEND.txt".
           05  WID-ARQ-SUP-CPF      PIC X(40)
                                    VALUE "ARQ-SUP-CPF.DAT".
           05  W-ARQ-RELATO         PIC X(40) VALUE SPACES.
           05  W-ARQ-IMPORTA        PIC X(40) VALUE SPACES.
           05  W-ARQ-LOG            PIC X(40) VALUE SPACES.
           05 W-PROG-BI-EXTRATO        PIC X(11) VALUE "GCC145P".
      * Consulta do rastro de decisao da distribuicao
           05 W-PROG-RASTRO            PIC X(11) VALUE "GCC146P".
      * Cadastro de produtos
           05 W-PROG-CAD-PRODUTO       PIC X(11) VALUE "GCC147P".
      * Mix de produtos por cliente (oportunidades por vendedor)
           05 W-PROG-MIX-PRODUTO       PIC X(11) VALUE "GCC148P".
      * Interface de pedidos com o ERP
           05 W-PROG-ERP-PEDIDO        PIC X(11) VALUE "GCC149P".
      * Relatorio diario de pedidos por vendedor
           05 W-PROG-PEDIDOS-DIA       PIC X(11) VALUE "GCC150P".
      * Cadastro de oportunidades em clientes da carteira
           05 W-PROG-CAD-OPORTUNIDADE  PIC X(11) VALUE "GCC151P".
      * Pipeline ponderado de oportunidades x meta
           05 W-PROG-PIPELINE          PIC X(11) VALUE "GCC152P".
      * Consentimento de contato e importacao de opt-outs
           05 W-PROG-CONSENT           PIC X(11) VALUE "GCC154P".
      * Cadastro de redes de clientes
           05 W-PROG-REDE              PIC X(11) VALUE "GCC155P".
      * Relatorio de redes de clientes
           05 W-PROG-REL-REDES         PIC X(11) VALUE "GCC156P".
      * Matriz de distancias rodoviarias
           05 W-PROG-DIST-ROD          PIC X(11) VALUE "GCC157P".
      * Poligonos de territorio e derivacao do territorio
           05 W-PROG-TERR-POLIG        PIC X(11) VALUE "GCC158P".
      * Especializacao setorial (divisoes CNAE) do vendedor
           05 W-PROG-VEND-CNAE         PIC X(11) VALUE "GCC159P".
      * Linhas de negocio (atribuicao por cliente e linha)
           05 W-PROG-LINHA-NEG         PIC X(11) VALUE "GCC160P".
      * Aprovacao da distribuicao retida pelo limite de movimento
           05 W-PROG-APROVA-DIST       PIC X(11) VALUE "GCC161P".
      * Tabela de override de supervisores com vigencias
           05 W-PROG-TAB-OVERRIDE      PIC X(11) VALUE "GCC162P".
      * Apuracao do override de supervisores
           05 W-PROG-OVERRIDE          PIC X(11) VALUE "GCC163P".
      * Indenizacao de representante no desligamento
           05 W-PROG-INDENIZ           PIC X(11) VALUE "GCC164P".
      * Contestacao de comissao pelo vendedor
           05 W-PROG-CONTESTACAO       PIC X(11) VALUE "GCC165P".
      * Concursos de incentivo de vendas
           05 W-PROG-CONCURSO          PIC X(11) VALUE "GCC167P".
      * Apuracao do ranking dos concursos de incentivo
           05 W-PROG-APURA-CONCURSO    PIC X(11) VALUE "GCC168P".
      * Previsao de vendas do vendedor com ajuste do supervisor
           05 W-PROG-PREVISAO          PIC X(11) VALUE "GCC169P".
      * Acuracia da previsao de vendas no fechamento do mes
           05 W-PROG-ACURACIA-PREV     PIC X(11) VALUE "GCC170P".
      * Contratos de fornecimento dos clientes
           05 W-PROG-CONTRATO          PIC X(11) VALUE "GCC171P".
      * Aviso semanal de vencimento dos contratos de fornecimento
           05 W-PROG-VENC-CONTRATO     PIC X(11) VALUE "GCC172P".
      * Volume contratado x faturado dos contratos de fornecimento
           05 W-PROG-REL-CONTRATO      PIC X(11) VALUE "GCC173P".
      * Reclamacoes de clientes (SAC) - registro e acompanhamento
           05 W-PROG-RECLAMACAO        PIC X(11) VALUE "GCC174P".
      * Reclamacoes de clientes com prazo de atendimento vencido
           05 W-PROG-RECL-ATRASO       PIC X(11) VALUE "GCC175P".
      * Resumo mensal das reclamacoes por categoria e vendedor
           05 W-PROG-RECL-MENSAL       PIC X(11) VALUE "GCC176P".
      * Importacao da pesquisa de satisfacao (NPS) e relatorio
           05 W-PROG-NPS               PIC X(11) VALUE "GCC177P".
      * Cadastro de concorrentes
           05 W-PROG-CONCORRENTE       PIC X(11) VALUE "GCC178P".
      * Presenca de concorrentes e share of wallet por territorio
           05 W-PROG-SHARE-CONCOR      PIC X(11) VALUE "GCC180P".
      * Checklist de execucao no ponto de venda por segmento
           05 W-PROG-CHECKLIST         PIC X(11) VALUE "GCC181P".
      * Conformidade do checklist por vendedor e cliente
           05 W-PROG-REL-CHECKLIST     PIC X(11) VALUE "GCC183P".
      * Cadastro de amostras e brindes
           05 W-PROG-MATERIAL          PIC X(11) VALUE "GCC184P".
      * Movimentacao de amostras e brindes por vendedor
           05 W-PROG-MOV-MATERIAL      PIC X(11) VALUE "GCC185P".
      * Estoque e entregas de amostras e brindes
           05 W-PROG-REL-MATERIAL      PIC X(11) VALUE "GCC186P".
      * Diario de odometro do veiculo por vendedor
           05 W-PROG-ODOMETRO          PIC X(11) VALUE "GCC187P".
      * Conciliacao do odometro com a quilometragem reembolsada
           05 W-PROG-CONCILIA-KM       PIC X(11) VALUE "GCC188P".
      * Registro de contato remoto (telefone, video, whatsapp)
           05 W-PROG-CONTATO-REM       PIC X(11) VALUE "GCC189P".
      * Regra de contato remoto na cobertura por segmento
           05 W-PROG-REGRA-REMOTO      PIC X(11) VALUE "GCC190P".
      * Retorno do provedor de envio e recoleta de contatos invalidos
           05 W-PROG-RET-PROVEDOR      PIC X(11) VALUE "GCC191P".
      * Cartas ao cliente na troca do vendedor responsavel
           05 W-PROG-CARTA-VEND        PIC X(11) VALUE "GCC192P".
      * Resumo diario do vendedor para o gateway de mensagens
           05 W-PROG-DIGEST-VEND       PIC X(11) VALUE "GCC193P".
      * Nota de prioridade de visita do cliente para a agenda
           05 W-PROG-PRIOR-CLIE        PIC X(11) VALUE "GCC194P".
      * Segmentacao RFM dos clientes pelas notas fiscais
           05 W-PROG-RFM               PIC X(11) VALUE "GCC195P".
      * Retencao de clientes novos por coorte de cadastro
           05 W-PROG-COORTE            PIC X(11) VALUE "GCC196P".
      * Tabela de referencia CNAE (IBGE)
           05 W-PROG-CNAE              PIC X(11) VALUE "GCC197P".
      * Penetracao setorial por divisao CNAE
           05 W-PROG-SETORIAL          PIC X(11) VALUE "GCC198P".
      * Prospeccao CNPJs novos
           05 W-PROG-LEADS-RF          PIC X(11) VALUE "GCC199P".
      * Conciliacao totais de controle do ERP
           05 W-PROG-CONC-ERP          PIC X(11) VALUE "GCC200P".
      * Migracao de versao do layout dos mestres
           05 W-PROG-MIGRA-LAYOUT      PIC X(11) VALUE "GCC201P".
      * Crescimento dos arquivos de dados e previsao de capacidade
           05 W-PROG-CRESC-ARQ         PIC X(11) VALUE "GCC203P".
      * Fila de pedidos de relatorio (janela batch)
           05 W-PROG-FILA-REL          PIC X(11) VALUE "GCC204P".
      * Extrato sob medida (consultas salvas)
           05 W-PROG-EXTR-CONS         PIC X(11) VALUE "GCC205P".
      * Mascaramento de identificadores e contatos por perfil
           05 W-PROG-MASC-PERFIL       PIC X(11) VALUE "GCC206P".
           05 W-PROG-APROVACAO         PIC X(11) VALUE "GCC207P".
      * Limite de credito e exposicao (saldo em aberto por faixa)
           05 W-PROG-EXPOSICAO         PIC X(11) VALUE "GCC208P".
      * Plano de integracao de clientes novos (tarefas do vendedor)
           05 W-PROG-ONBOARD           PIC X(11) VALUE "GCC210P".
      * Motivos de devolucao e analise mensal das devolucoes
           05 W-PROG-DEVOLUCAO         PIC X(11) VALUE "GCC211P".
      * Atualizacao da base de treinamento (copia anonimizada)
           05 W-PROG-TREINO            PIC X(11) VALUE "GCC212P".
      * Conciliacao vendedor faturado (ERP) x vendedor da carteira
           05 W-PROG-CONC-VEND-ERP     PIC X(11) VALUE "GCC213P".

      *----------------------------------------------------------------*
       01  W-MSG-FILE-STATUS.
