           02 arq-plano-contas-local    pic x(60).
           02 arq-propostas-local       pic x(60).
           02 arq-visitas-local         pic x(60).
           02 arq-fornecedores-local    pic x(60).
           02 arq-pedidos-compra-local  pic x(60).
           02 arq-itens-compra-local    pic x(60).
           02 arq-inventarios-local     pic x(60).
           02 arq-itens-inventario-local pic x(60).
           02 arq-familias-local        pic x(60).
           02 arq-orcamentos-local      pic x(60).
           02 arq-itens-orcamento-local pic x(60).
           02 arq-versoes-pedido-local  pic x(60).
           02 arq-itens-versao-pedido-local pic x(60).
           02 arq-expedicoes-local      pic x(60).
           02 arq-itens-expedicao-local pic x(60).
           02 arq-transportadoras-local pic x(60).
           02 arq-fretes-local          pic x(60).
           02 arq-rotas-local           pic x(60).
           02 arq-lotes-local           pic x(60).
           02 arq-lotes-expedidos-local pic x(60).
           02 arq-estoque-filial-local  pic x(60).
           02 arq-transferencias-local  pic x(60).
           02 arq-itens-transf-local    pic x(60).
           02 arq-componentes-kit-local pic x(60).
           02 arq-itens-devolucao-local pic x(60).
           02 arq-notas-credito-local   pic x(60).
           02 arq-aplicacoes-credito-local pic x(60).
           02 arq-renegociacoes-local   pic x(60).
           02 arq-itens-renegociacao-local pic x(60).
           02 arq-movimentos-perda-local pic x(60).
           02 arq-cartas-cobranca-local pic x(60).
           02 arq-conciliacoes-local    pic x(60).
           02 arq-titulos-pagar-local   pic x(60).
           02 arq-adiantamentos-local   pic x(60).
           02 arq-eventos-folha-local   pic x(60).
           02 arq-remessas-folha-local  pic x(60).
           02 arq-despesas-local        pic x(60).
           02 arq-ajustes-comissao-local pic x(60).
           02 arq-faixas-simulacao-local pic x(60).
           02 arq-tributos-local        pic x(60).
           02 arq-grupos-local          pic x(60).
           02 arq-listas-preco-local    pic x(60).
           02 arq-campanhas-local       pic x(60).
           02 arq-itens-campanha-local  pic x(60).
           02 arq-descontos-volume-local pic x(60).
           02 arq-afinidades-local      pic x(60).
           02 arq-sugestoes-local       pic x(60).
           02 arq-chamados-local        pic x(60).
           02 arq-pesquisas-local       pic x(60).
           02 arq-consentimentos-local  pic x(60).
           02 arq-assinaturas-local     pic x(60).
           02 arq-entregas-spool-local  pic x(60).
           02 arq-pedidos-arquivados-local pic x(60).
           02 arq-itens-arquivados-local pic x(60).
           02 arq-faturas-arquivadas-local pic x(60).
           02 arq-titulos-arquivados-local pic x(60).
           02 arq-totais-arquivados-local pic x(60).
           02 arq-capacidade-local      pic x(60).
           02 arq-unidades-produto-local pic x(60).
           02 arq-extratos-cliente-local pic x(60).
