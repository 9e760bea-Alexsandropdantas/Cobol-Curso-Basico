                                        delimited by size
                  into arq-visitas-local
           end-string
           move spaces to arq-fornecedores-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoFornecedores\Fornecedores.Arq"
                                        delimited by size
                  into arq-fornecedores-local
           end-string
           move spaces to arq-pedidos-compra-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\PedidosCompra\PedidosCompra.Arq"
                                        delimited by size
                  into arq-pedidos-compra-local
           end-string
           move spaces to arq-itens-compra-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\PedidosCompra\ItensCompra.Arq"
                                        delimited by size
                  into arq-itens-compra-local
           end-string
           move spaces to arq-inventarios-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\InventarioEstoque\Inventarios.Arq"
                                        delimited by size
                  into arq-inventarios-local
           end-string
           move spaces to arq-itens-inventario-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\InventarioEstoque\ItensInventario.Arq"
                                        delimited by size
                  into arq-itens-inventario-local
           end-string
           move spaces to arq-familias-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoProdutos\Familias.Arq"
                                        delimited by size
                  into arq-familias-local
           end-string
           move spaces to arq-orcamentos-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\Orcamentos\Orcamentos.Arq"
                                        delimited by size
                  into arq-orcamentos-local
           end-string
           move spaces to arq-itens-orcamento-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\Orcamentos\ItensOrcamento.Arq"
                                        delimited by size
                  into arq-itens-orcamento-local
           end-string
           move spaces to arq-versoes-pedido-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\Pedidos\VersoesPedido.Arq"
                                        delimited by size
                  into arq-versoes-pedido-local
           end-string
           move spaces to arq-itens-versao-pedido-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\Pedidos\ItensVersaoPedido.Arq"
                                        delimited by size
                  into arq-itens-versao-pedido-local
           end-string
           move spaces to arq-expedicoes-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ExpedicaoPedidos\Expedicoes.Arq"
                                        delimited by size
                  into arq-expedicoes-local
           end-string
           move spaces to arq-itens-expedicao-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ExpedicaoPedidos\ItensExpedicao.Arq"
                                        delimited by size
                  into arq-itens-expedicao-local
           end-string
           move spaces to arq-transportadoras-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\Transportadoras\Transportadoras.Arq"
                                        delimited by size
                  into arq-transportadoras-local
           end-string
           move spaces to arq-fretes-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\Transportadoras\FretesTransportadora.Arq"
                                        delimited by size
                  into arq-fretes-local
           end-string
           move spaces to arq-rotas-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\Rotas\Rotas.Arq"
                                        delimited by size
                  into arq-rotas-local
           end-string
           move spaces to arq-lotes-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ControleEstoque\Lotes.Arq"
                                        delimited by size
                  into arq-lotes-local
           end-string
           move spaces to arq-lotes-expedidos-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ControleEstoque\LotesExpedidos.Arq"
                                        delimited by size
                  into arq-lotes-expedidos-local
           end-string
           move spaces to arq-estoque-filial-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ControleEstoque\EstoqueFilial.Arq"
                                        delimited by size
                  into arq-estoque-filial-local
           end-string
           move spaces to arq-transferencias-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ControleEstoque\Transferencias.Arq"
                                        delimited by size
                  into arq-transferencias-local
           end-string
           move spaces to arq-itens-transf-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ControleEstoque\ItensTransferencia.Arq"
                                        delimited by size
                  into arq-itens-transf-local
           end-string
           move spaces to arq-componentes-kit-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoProdutos\ComponentesKit.Arq"
                                        delimited by size
                  into arq-componentes-kit-local
           end-string
           move spaces to arq-itens-devolucao-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\Devolucoes\ItensDevolucao.Arq"
                                        delimited by size
                  into arq-itens-devolucao-local
           end-string
           move spaces to arq-notas-credito-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\BaixaTitulos\NotasCredito.Arq"
                                        delimited by size
                  into arq-notas-credito-local
           end-string
           move spaces to arq-aplicacoes-credito-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\BaixaTitulos\AplicacoesCredito.Arq"
                                        delimited by size
                  into arq-aplicacoes-credito-local
           end-string
           move spaces to arq-renegociacoes-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\BaixaTitulos\Renegociacoes.Arq"
                                        delimited by size
                  into arq-renegociacoes-local
           end-string
           move spaces to arq-itens-renegociacao-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\BaixaTitulos\ItensRenegociacao.Arq"
                                        delimited by size
                  into arq-itens-renegociacao-local
           end-string
           move spaces to arq-movimentos-perda-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\BaixaTitulos\MovimentosPerda.Arq"
                                        delimited by size
                  into arq-movimentos-perda-local
           end-string
           move spaces to arq-cartas-cobranca-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\BaixaTitulos\CartasCobranca.Arq"
                                        delimited by size
                  into arq-cartas-cobranca-local
           end-string
           move spaces to arq-conciliacoes-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\BaixaTitulos\Conciliacoes.Arq"
                                        delimited by size
                  into arq-conciliacoes-local
           end-string
           move spaces to arq-titulos-pagar-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ContasPagar\TitulosPagar.Arq"
                                        delimited by size
                  into arq-titulos-pagar-local
           end-string
           move spaces to arq-adiantamentos-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\VendedorComissao\Adiantamentos.Arq"
                                        delimited by size
                  into arq-adiantamentos-local
           end-string
           move spaces to arq-eventos-folha-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\InterfaceFolha\EventosFolha.Arq"
                                        delimited by size
                  into arq-eventos-folha-local
           end-string
           move spaces to arq-remessas-folha-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\InterfaceFolha\RemessasFolha.Arq"
                                        delimited by size
                  into arq-remessas-folha-local
           end-string
           move spaces to arq-despesas-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\DespesasVisita\Despesas.Arq"
                                        delimited by size
                  into arq-despesas-local
           end-string
           move spaces to arq-ajustes-comissao-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\VendedorComissao\AjustesComissao.Arq"
                                        delimited by size
                  into arq-ajustes-comissao-local
           end-string
           move spaces to arq-faixas-simulacao-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\VendedorComissao\FaixasSimulacao.Arq"
                                        delimited by size
                  into arq-faixas-simulacao-local
           end-string
           move spaces to arq-tributos-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoTributos\TributosFederais.Arq"
                                        delimited by size
                  into arq-tributos-local
           end-string
           move spaces to arq-grupos-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoGrupos\GruposClientes.Arq"
                                        delimited by size
                  into arq-grupos-local
           end-string
           move spaces to arq-listas-preco-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoListas\ListasPreco.Arq"
                                        delimited by size
                  into arq-listas-preco-local
           end-string
           move spaces to arq-campanhas-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoCampanhas\Campanhas.Arq"
                                        delimited by size
                  into arq-campanhas-local
           end-string
           move spaces to arq-itens-campanha-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoCampanhas\ItensCampanha.Arq"
                                        delimited by size
                  into arq-itens-campanha-local
           end-string
           move spaces to arq-descontos-volume-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoDescontoVolume\DescontosVolume.Arq"
                                        delimited by size
                  into arq-descontos-volume-local
           end-string
           move spaces to arq-afinidades-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\AfinidadeProdutos\Afinidades.Arq"
                                        delimited by size
                  into arq-afinidades-local
           end-string
           move spaces to arq-sugestoes-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\AfinidadeProdutos\Sugestoes.Arq"
                                        delimited by size
                  into arq-sugestoes-local
           end-string
           move spaces to arq-chamados-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoChamados\Chamados.Arq"
                                        delimited by size
                  into arq-chamados-local
           end-string
           move spaces to arq-pesquisas-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\PesquisaSatisfacao\Pesquisas.Arq"
                                        delimited by size
                  into arq-pesquisas-local
           end-string
           move spaces to arq-consentimentos-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoConsentimentos\Consentimentos.Arq"
                                        delimited by size
                  into arq-consentimentos-local
           end-string
           move spaces to arq-assinaturas-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ManutencaoAssinaturas\Assinaturas.Arq"
                                        delimited by size
                  into arq-assinaturas-local
           end-string
           move spaces to arq-entregas-spool-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\EntregaRelatorios\EntregasSpool.Arq"
                                        delimited by size
                  into arq-entregas-spool-local
           end-string
           move spaces to arq-pedidos-arquivados-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ArquivaDocumentos\PedidosArquivados.Arq"
                                        delimited by size
                  into arq-pedidos-arquivados-local
           end-string
           move spaces to arq-itens-arquivados-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ArquivaDocumentos\ItensArquivados.Arq"
                                        delimited by size
                  into arq-itens-arquivados-local
           end-string
           move spaces to arq-faturas-arquivadas-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ArquivaDocumentos\FaturasArquivadas.Arq"
                                        delimited by size
                  into arq-faturas-arquivadas-local
           end-string
           move spaces to arq-titulos-arquivados-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ArquivaDocumentos\TitulosArquivados.Arq"
                                        delimited by size
                  into arq-titulos-arquivados-local
           end-string
           move spaces to arq-totais-arquivados-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ArquivaDocumentos\TotaisArquivados.Arq"
                                        delimited by size
                  into arq-totais-arquivados-local
           end-string
           move spaces to arq-capacidade-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\CapacidadeArquivos\CapacidadeArquivos.Arq"
                                        delimited by size
                  into arq-capacidade-local
           end-string
           move spaces to arq-unidades-produto-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\UnidadesProduto\UnidadesProduto.Arq"
                                        delimited by size
                  into arq-unidades-produto-local
           end-string
           move spaces to arq-extratos-cliente-local
           string function trim(diretorio-dados)
                                        delimited by size
                  "\ExtratosCliente\ExtratosCliente.Arq"
                                        delimited by size
                  into arq-extratos-cliente-local
           end-string
           continue.

       end program Carrega-Ambiente.
