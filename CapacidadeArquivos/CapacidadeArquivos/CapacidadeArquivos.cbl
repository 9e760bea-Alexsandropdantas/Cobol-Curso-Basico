       identification division.
       program-id. Capacidade-Arquivos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Adiantamentos.txt".
       copy "C:\CursoCobol\Copylib\Select-Afinidades.txt".
       copy "C:\CursoCobol\Copylib\Select-AjustesComissao.txt".
       copy "C:\CursoCobol\Copylib\Select-AlteracoesComissao.txt".
       copy "C:\CursoCobol\Copylib\Select-ApuracaoPendente.txt".
       copy "C:\CursoCobol\Copylib\Select-Assinaturas.txt".
       copy "C:\CursoCobol\Copylib\Select-Ausencias.txt".
       copy "C:\CursoCobol\Copylib\Select-Calendario.txt".
       copy "C:\CursoCobol\Copylib\Select-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\Select-CartasCobranca.txt".
       copy "C:\CursoCobol\Copylib\Select-Carteira.txt".
       copy "C:\CursoCobol\Copylib\Select-CarteiraCompartilhada.txt".
       copy "C:\CursoCobol\Copylib\Select-Chamados.txt".
       copy "C:\CursoCobol\Copylib\Select-Cidades.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-ClientesArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\Select-Conciliacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\Select-Consentimentos.txt".
       copy "C:\CursoCobol\Copylib\Select-Contatos.txt".
       copy "C:\CursoCobol\Copylib\Select-Contratos.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-DescontosVolume.txt".
       copy "C:\CursoCobol\Copylib\Select-Despesas.txt".
       copy "C:\CursoCobol\Copylib\Select-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\Select-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\Select-EntregasSpool.txt".
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\Select-EventosFolha.txt".
       copy "C:\CursoCobol\Copylib\Select-Expedicoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ExtratosCliente.txt".
       copy "C:\CursoCobol\Copylib\Select-FaixasComissao.txt".
       copy "C:\CursoCobol\Copylib\Select-FaixasSimulacao.txt".
       copy "C:\CursoCobol\Copylib\Select-Familias.txt".
       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-FaturasArquivadas.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".
       copy "C:\CursoCobol\Copylib\Select-Fornecedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Fretes.txt".
       copy "C:\CursoCobol\Copylib\Select-GruposClientes.txt".
       copy "C:\CursoCobol\Copylib\Select-Heartbeat.txt".
       copy "C:\CursoCobol\Copylib\Select-HistoricoAnual.txt".
       copy "C:\CursoCobol\Copylib\Select-HistoricoBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-HistoricoMoedas.txt".
       copy "C:\CursoCobol\Copylib\Select-Inventarios.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensDevolucao.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensExpedicao.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensInventario.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensOrcamento.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensRenegociacao.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensTransferencia.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensVersaoPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\Select-Lotes.txt".
       copy "C:\CursoCobol\Copylib\Select-LotesExpedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-Metas.txt".
       copy "C:\CursoCobol\Copylib\Select-Moedas.txt".
       copy "C:\CursoCobol\Copylib\Select-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\Select-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\Select-Orcamentos.txt".
       copy "C:\CursoCobol\Copylib\Select-Paises.txt".
       copy "C:\CursoCobol\Copylib\Select-Parametros.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-PedidosArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-PedidosCompra.txt".
       copy "C:\CursoCobol\Copylib\Select-Pesquisas.txt".
       copy "C:\CursoCobol\Copylib\Select-PlanoContas.txt".
       copy "C:\CursoCobol\Copylib\Select-Precos.txt".
       copy "C:\CursoCobol\Copylib\Select-Processamento.txt".
       copy "C:\CursoCobol\Copylib\Select-ProcessamentoAnterior.txt".
       copy "C:\CursoCobol\Copylib\Select-ProcessamentoFilial.txt".
       copy "C:\CursoCobol\Copylib\Select-ProcessamentoMensal.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-PropostasLimite.txt".
       copy "C:\CursoCobol\Copylib\Select-RemessasFolha.txt".
       copy "C:\CursoCobol\Copylib\Select-Renegociacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ResumoRegiao.txt".
       copy "C:\CursoCobol\Copylib\Select-ResumoUF.txt".
       copy "C:\CursoCobol\Copylib\Select-Rotas.txt".
       copy "C:\CursoCobol\Copylib\Select-Sessoes.txt".
       copy "C:\CursoCobol\Copylib\Select-Sugestoes.txt".
       copy "C:\CursoCobol\Copylib\Select-TabelaIcms.txt".
       copy "C:\CursoCobol\Copylib\Select-Tarefas.txt".
       copy "C:\CursoCobol\Copylib\Select-Territorios.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-TotaisArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-TotaisVendedor.txt".
       copy "C:\CursoCobol\Copylib\Select-Transferencias.txt".
       copy "C:\CursoCobol\Copylib\Select-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\Select-TributosFederais.txt".
       copy "C:\CursoCobol\Copylib\Select-UnidadesProduto.txt".
       copy "C:\CursoCobol\Copylib\Select-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-VersoesPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Visitas.txt".
       copy "C:\CursoCobol\Copylib\Select-CapacidadeArquivos.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Adiantamentos.txt".
       copy "C:\CursoCobol\Copylib\FD-Afinidades.txt".
       copy "C:\CursoCobol\Copylib\FD-AjustesComissao.txt".
       copy "C:\CursoCobol\Copylib\FD-AlteracoesComissao.txt".
       copy "C:\CursoCobol\Copylib\FD-ApuracaoPendente.txt".
       copy "C:\CursoCobol\Copylib\FD-Assinaturas.txt".
       copy "C:\CursoCobol\Copylib\FD-Ausencias.txt".
       copy "C:\CursoCobol\Copylib\FD-Calendario.txt".
       copy "C:\CursoCobol\Copylib\FD-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\FD-CartasCobranca.txt".
       copy "C:\CursoCobol\Copylib\FD-Carteira.txt".
       copy "C:\CursoCobol\Copylib\FD-CarteiraCompartilhada.txt".
       copy "C:\CursoCobol\Copylib\FD-Chamados.txt".
       copy "C:\CursoCobol\Copylib\FD-Cidades.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-ClientesArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\FD-Conciliacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\FD-Consentimentos.txt".
       copy "C:\CursoCobol\Copylib\FD-Contatos.txt".
       copy "C:\CursoCobol\Copylib\FD-Contratos.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-DescontosVolume.txt".
       copy "C:\CursoCobol\Copylib\FD-Despesas.txt".
       copy "C:\CursoCobol\Copylib\FD-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\FD-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\FD-EntregasSpool.txt".
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\FD-EventosFolha.txt".
       copy "C:\CursoCobol\Copylib\FD-Expedicoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ExtratosCliente.txt".
       copy "C:\CursoCobol\Copylib\FD-FaixasComissao.txt".
       copy "C:\CursoCobol\Copylib\FD-FaixasSimulacao.txt".
       copy "C:\CursoCobol\Copylib\FD-Familias.txt".
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-FaturasArquivadas.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".
       copy "C:\CursoCobol\Copylib\FD-Fornecedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Fretes.txt".
       copy "C:\CursoCobol\Copylib\FD-GruposClientes.txt".
       copy "C:\CursoCobol\Copylib\FD-Heartbeat.txt".
       copy "C:\CursoCobol\Copylib\FD-HistoricoAnual.txt".
       copy "C:\CursoCobol\Copylib\FD-HistoricoBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-HistoricoMoedas.txt".
       copy "C:\CursoCobol\Copylib\FD-Inventarios.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensDevolucao.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensExpedicao.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensInventario.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensOrcamento.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensRenegociacao.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensTransferencia.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensVersaoPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\FD-Lotes.txt".
       copy "C:\CursoCobol\Copylib\FD-LotesExpedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-Metas.txt".
       copy "C:\CursoCobol\Copylib\FD-Moedas.txt".
       copy "C:\CursoCobol\Copylib\FD-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\FD-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\FD-Orcamentos.txt".
       copy "C:\CursoCobol\Copylib\FD-Paises.txt".
       copy "C:\CursoCobol\Copylib\FD-Parametros.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-PedidosArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-PedidosCompra.txt".
       copy "C:\CursoCobol\Copylib\FD-Pesquisas.txt".
       copy "C:\CursoCobol\Copylib\FD-PlanoContas.txt".
       copy "C:\CursoCobol\Copylib\FD-Precos.txt".
       copy "C:\CursoCobol\Copylib\FD-Processamento.txt".
       copy "C:\CursoCobol\Copylib\FD-ProcessamentoAnterior.txt".
       copy "C:\CursoCobol\Copylib\FD-ProcessamentoFilial.txt".
       copy "C:\CursoCobol\Copylib\FD-ProcessamentoMensal.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-PropostasLimite.txt".
       copy "C:\CursoCobol\Copylib\FD-RemessasFolha.txt".
       copy "C:\CursoCobol\Copylib\FD-Renegociacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ResumoRegiao.txt".
       copy "C:\CursoCobol\Copylib\FD-ResumoUF.txt".
       copy "C:\CursoCobol\Copylib\FD-Rotas.txt".
       copy "C:\CursoCobol\Copylib\FD-Sessoes.txt".
       copy "C:\CursoCobol\Copylib\FD-Sugestoes.txt".
       copy "C:\CursoCobol\Copylib\FD-TabelaIcms.txt".
       copy "C:\CursoCobol\Copylib\FD-Tarefas.txt".
       copy "C:\CursoCobol\Copylib\FD-Territorios.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-TotaisArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-TotaisVendedor.txt".
       copy "C:\CursoCobol\Copylib\FD-Transferencias.txt".
       copy "C:\CursoCobol\Copylib\FD-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\FD-TributosFederais.txt".
       copy "C:\CursoCobol\Copylib\FD-UnidadesProduto.txt".
       copy "C:\CursoCobol\Copylib\FD-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-VersoesPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Visitas.txt".
       copy "C:\CursoCobol\Copylib\FD-CapacidadeArquivos.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-adiantamentos     pic x(02) value spaces.
       01 estado-afinidades        pic x(02) value spaces.
       01 estado-ajustes-comissao  pic x(02) value spaces.
       01 estado-alteracoes        pic x(02) value spaces.
       01 estado-apuracao-pend     pic x(02) value spaces.
       01 estado-assinaturas       pic x(02) value spaces.
       01 estado-ausencias         pic x(02) value spaces.
       01 estado-calendario        pic x(02) value spaces.
       01 estado-campanhas         pic x(02) value spaces.
       01 estado-cartas-cobranca   pic x(02) value spaces.
       01 estado-carteira          pic x(02) value spaces.
       01 estado-carteira-comp     pic x(02) value spaces.
       01 estado-chamados          pic x(02) value spaces.
       01 estado-cidades           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-arquivados        pic x(02) value spaces.
       01 estado-comissoes         pic x(02) value spaces.
       01 estado-componentes-kit   pic x(02) value spaces.
       01 estado-conciliacoes      pic x(02) value spaces.
       01 estado-condicoes         pic x(02) value spaces.
       01 estado-consentimentos    pic x(02) value spaces.
       01 estado-contatos          pic x(02) value spaces.
       01 estado-contratos         pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 estado-descontos-volume  pic x(02) value spaces.
       01 estado-despesas          pic x(02) value spaces.
       01 estado-devolucoes        pic x(02) value spaces.
       01 estado-enderecos         pic x(02) value spaces.
       01 estado-entregas-spool    pic x(02) value spaces.
       01 estado-estoque           pic x(02) value spaces.
       01 estado-estoque-filial    pic x(02) value spaces.
       01 estado-eventos-folha     pic x(02) value spaces.
       01 estado-expedicoes        pic x(02) value spaces.
       01 estado-extratos-cliente  pic x(02) value spaces.
       01 estado-faixas            pic x(02) value spaces.
       01 estado-faixas-simulacao  pic x(02) value spaces.
       01 estado-familias          pic x(02) value spaces.
       01 estado-faturas           pic x(02) value spaces.
       01 estado-faturas-arquivadas pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 estado-fornecedores      pic x(02) value spaces.
       01 estado-fretes            pic x(02) value spaces.
       01 estado-grupos            pic x(02) value spaces.
       01 estado-heartbeat         pic x(02) value spaces.
       01 estado-hist-anual        pic x(02) value spaces.
       01 estado-hist-batch        pic x(02) value spaces.
       01 estado-hist-moedas       pic x(02) value spaces.
       01 estado-inventarios       pic x(02) value spaces.
       01 estado-itens-arquivados  pic x(02) value spaces.
       01 estado-itens-campanha    pic x(02) value spaces.
       01 estado-itens-compra      pic x(02) value spaces.
       01 estado-itens-devolucao   pic x(02) value spaces.
       01 estado-itens-expedicao   pic x(02) value spaces.
       01 estado-itens-inventario  pic x(02) value spaces.
       01 estado-itens-orcamento   pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-itens-renegociacao pic x(02) value spaces.
       01 estado-itens-transferencia pic x(02) value spaces.
       01 estado-itens-versao      pic x(02) value spaces.
       01 estado-listas            pic x(02) value spaces.
       01 estado-lotes             pic x(02) value spaces.
       01 estado-lotes-expedidos   pic x(02) value spaces.
       01 estado-metas             pic x(02) value spaces.
       01 estado-moedas            pic x(02) value spaces.
       01 estado-notas-credito     pic x(02) value spaces.
       01 estado-notificacoes      pic x(02) value spaces.
       01 estado-novovendedores    pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 estado-orcamentos        pic x(02) value spaces.
       01 estado-paises            pic x(02) value spaces.
       01 estado-parametros        pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-pedidos-arquivados pic x(02) value spaces.
       01 estado-pedidos-compra    pic x(02) value spaces.
       01 estado-pesquisas         pic x(02) value spaces.
       01 estado-plano-contas      pic x(02) value spaces.
       01 estado-precos            pic x(02) value spaces.
       01 estado-processamento     pic x(02) value spaces.
       01 estado-proc-anterior     pic x(02) value spaces.
       01 estado-proc-filial       pic x(02) value spaces.
       01 estado-proc-mensal       pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-propostas         pic x(02) value spaces.
       01 estado-remessas-folha    pic x(02) value spaces.
       01 estado-renegociacoes     pic x(02) value spaces.
       01 estado-resumo-regiao     pic x(02) value spaces.
       01 estado-resumo-uf         pic x(02) value spaces.
       01 estado-rotas             pic x(02) value spaces.
       01 estado-sessoes           pic x(02) value spaces.
       01 estado-sugestoes         pic x(02) value spaces.
       01 estado-icms              pic x(02) value spaces.
       01 estado-tarefas           pic x(02) value spaces.
       01 estado-territorios       pic x(02) value spaces.
       01 estado-titulos-arquivados pic x(02) value spaces.
       01 estado-titulos-pagar     pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-totais-arquivados pic x(02) value spaces.
       01 estado-totais            pic x(02) value spaces.
       01 estado-transferencias    pic x(02) value spaces.
       01 estado-transportadoras   pic x(02) value spaces.
       01 estado-tributos          pic x(02) value spaces.
       01 estado-unidades-produto  pic x(02) value spaces.
       01 estado-usuarios          pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-versoes-pedido    pic x(02) value spaces.
       01 estado-visitas           pic x(02) value spaces.
       01 estado-capacidade        pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-hora-sistema          pic 9(08) value zeros.
       01 ws-dias-hoje             pic 9(07) value zeros.
      * Arquivo corrente, preenchido pela secao de contagem.
       01 ws-cap-rotulo            pic x(20) value spaces.
       01 ws-cap-tipo-acao         pic x(01) value spaces.
          88 cap-reorganizavel     value "R".
          88 cap-arquivavel        value "A".
       01 ws-cap-local             pic x(60) value spaces.
       01 ws-cap-estado            pic x(02) value spaces.
       01 ws-cap-tamanho-registro  pic 9(05) value zeros.
       01 ws-cap-ativos            pic 9(09) value zeros.
       01 ws-cap-excluidos         pic 9(09) value zeros.
       01 ws-cap-tamanho           pic 9(12) value zeros.
       01 ws-cap-exclusao          pic x(01) value "N".
          88 ws-cap-sem-exclusao   value "S".
      * Tamanho fisico pelo sistema de arquivos; o indexado pode ter
      * o indice em separado (.idx), que entra na soma.
       01 ws-nome-fisico           pic x(65) value spaces.
       01 ws-retorno-arquivo       pic 9(04) comp value zeros.
       01 ws-detalhes-arquivo.
          03 ws-det-tamanho        pic x(08) comp-x.
          03 ws-det-data           pic x(04).
          03 ws-det-hora           pic x(04).
      * Fotografia anterior e base da tendencia (a mais antiga
      * dentro da janela de 13 semanas).
       01 ws-janela-tendencia      pic 9(03) value 091.
       01 ws-ant-data              pic 9(08) value zeros.
       01 ws-ant-dias              pic 9(07) value zeros.
       01 ws-ant-tamanho           pic 9(12) value zeros.
       01 ws-ant-registros         pic 9(09) value zeros.
       01 ws-base-data             pic 9(08) value zeros.
       01 ws-base-dias             pic 9(07) value zeros.
       01 ws-base-tamanho          pic 9(12) value zeros.
       01 ws-ultima-execucao       pic 9(08) value zeros.
       01 ws-tem-anterior          pic x(01) value "N".
          88 tem-anterior          value "S".
       01 ws-tem-tendencia         pic x(01) value "N".
          88 tem-tendencia         value "S".
       01 ws-cresc-semana          pic s9(12) value zeros.
       01 ws-cresc-registros       pic s9(09) value zeros.
       01 ws-tendencia             pic s9(12) value zeros.
       01 ws-ritmo-semana          pic s9(12) value zeros.
       01 ws-dias-limite           pic 9(05) value zeros.
       01 ws-pct-excluidos         pic 9(03) value zeros.
       01 ws-ocupacao              pic 9(05) value zeros.
       01 ws-total-registros       pic 9(09) value zeros.
       01 ws-alerta                pic x(01) value spaces.
          88 crescimento-acelerado value "*".
       01 ws-acao                  pic x(12) value spaces.
      * Parametros (tabela de parametros de negocio).
       01 ws-limite-mb             pic 9(06) value zeros.
       01 ws-limite-bytes          pic 9(13) value zeros.
       01 ws-intervalo-dias        pic 9(03) value zeros.
       01 ws-fator-alerta          pic 9(03) value zeros.
       01 ws-horizonte-dias        pic 9(04) value zeros.
       01 ws-pct-max-excluidos     pic 9(03) value zeros.
       01 ws-pct-min-ocupacao      pic 9(03) value zeros.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
      * Totais da execucao.
       01 ws-arquivos-medidos      pic 9(05) value zeros.
       01 ws-fotografias           pic 9(05) value zeros.
       01 ws-arquivos-com-erro     pic 9(05) value zeros.
       01 ws-arquivos-acelerados   pic 9(05) value zeros.
       01 ws-total-kb              pic 9(12) value zeros.
       01 ws-cap-kb                pic 9(09) value zeros.
      * Arquivos com acao recomendada, para a lista de prioridades.
       01 ws-prioridades           pic 9(03) value zeros.
       01 ws-indice                pic 9(03) value zeros.
       01 ws-menor                 pic 9(03) value zeros.
       01 ws-impressos             pic 9(03) value zeros.
       01 tabela-prioridades.
          03 pri-entrada occurs 120 times.
             05 pri-rotulo         pic x(20).
             05 pri-dias           pic 9(05).
             05 pri-acao           pic x(12).
             05 pri-alerta         pic x(01).
             05 pri-pct-excluidos  pic 9(03).
             05 pri-ocupacao       pic 9(05).
             05 pri-impresso       pic x(01).
       01 ws-conv-data             pic 9(08) value zeros.
       01 filler redefines ws-conv-data.
          03 ws-conv-ano           pic 9(04).
          03 ws-conv-mes           pic 9(02).
          03 ws-conv-dia           pic 9(02).
       01 ws-conv-dias             pic 9(07) value zeros.
       01 ws-conv-bissextos        pic 9(04) value zeros.
       01 ws-conv-trab             pic 9(04) value zeros.
       01 ws-resto-4               pic 9(02) value zeros.
       01 ws-resto-100             pic 9(02) value zeros.
       01 ws-resto-400             pic 9(03) value zeros.
       01 ws-ano-div               pic 9(04) value zeros.
       01 situacao-ano-bissexto    pic x(01) value "N".
          88 ano-bissexto          value "S".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).
       01 ws-edita-kb              pic -zzz.zzz.zz9.
       01 ws-edita-dias            pic zzzz9.

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(50)
                value "Capacidade e Crescimento dos Arquivos Indexados".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(01) value spaces.
         03 filler                pic x(13) value "Limite (MB):".
         03 01-limite             pic zzz.zz9.
         03 filler                pic x(04) value spaces.
         03 filler                pic x(18) value "Horizonte (dias):".
         03 01-horizonte          pic z.zz9.
         03 filler                pic x(04) value spaces.
         03 filler                pic x(18) value "Alerta (% tend.):".
         03 01-fator              pic zz9.
         03 filler                pic x(04) value spaces.
         03 filler                pic x(18) value "Ant. fotografia:".
         03 01-anterior           pic 9999/99/99.
       01 linha-02.
         03 filler                pic x(01) value spaces.
         03 filler                pic x(21) value "ARQUIVO".
         03 filler                pic x(12) value "     ATIVOS".
         03 filler                pic x(12) value "  EXCLUIDOS".
         03 filler                pic x(04) value "%EX".
         03 filler                pic x(12) value " TAMANHO KB".
         03 filler                pic x(13) value " KB/SEMANA".
         03 filler                pic x(13) value " TENDENCIA".
         03 filler                pic x(11) value "  REG/SEM".
         03 filler                pic x(06) value " DIAS".
         03 filler                pic x(02) value "A".
         03 filler                pic x(12) value "ACAO".
       01 linha-03.
         03 filler                pic x(01) value spaces.
         03 13-arquivo            pic x(20)b.
         03 13-ativos             pic zzz.zzz.zz9b.
         03 13-excluidos          pic zzz.zzz.zz9b.
         03 13-pct-excluidos      pic zz9b.
         03 13-tamanho            pic zzz.zzz.zz9b.
         03 13-cresc              pic x(12)b.
         03 13-tendencia          pic x(12)b.
         03 13-registros          pic -zz.zzz.zz9b.
         03 13-dias               pic x(05)b.
         03 13-alerta             pic x(01)b.
         03 13-acao               pic x(12).
       01 linha-04.
         03 filler                pic x(01) value spaces.
         03 filler                pic x(60)
                value "Arquivos Que Mais Precisam de Atencao".
       01 linha-05.
         03 filler                pic x(01) value spaces.
         03 filler                pic x(21) value "ARQUIVO".
         03 filler                pic x(13) value "ACAO".
         03 filler                pic x(07) value " DIAS".
         03 filler                pic x(06) value "%EXC".
         03 filler                pic x(08) value "%OCUP".
         03 filler                pic x(02) value "A".
       01 linha-06.
         03 filler                pic x(01) value spaces.
         03 16-arquivo            pic x(20)b.
         03 16-acao               pic x(12)b.
         03 16-dias               pic x(05)bb.
         03 16-pct-excluidos      pic zz9bbb.
         03 16-ocupacao           pic zz.zz9bb.
         03 16-alerta             pic x(01).
       01 linha-07.
         03 filler                pic x(01) value spaces.
         03 17-descricao          pic x(30).
         03 17-quantidade         pic zzz.zzz.zzz.zz9.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move "00" to resultado-execucao
           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje.

      * CAPACIDADE-LIMITE-MB: tamanho que nenhum arquivo pode passar
      * (2048); CAPACIDADE-INTERVALO-DIAS: de quantos em quantos dias
      * a noite mede (7); CAPACIDADE-FATOR-ALERTA: crescimento da
      * semana, em % da tendencia, que marca o arquivo (150);
      * CAPACIDADE-HORIZONTE-DIAS: projecao que pede acao (90);
      * CAPACIDADE-PCT-EXCLUIDOS e CAPACIDADE-PCT-OCUPACAO: quando
      * a reorganizacao compensa (10 e 40).
       carrega-parametros section.
           move 002048 to ws-limite-mb
           move "CAPACIDADE-LIMITE-MB" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 1000000
               move ws-par-valor-num to ws-limite-mb
           end-if
           compute ws-limite-bytes = ws-limite-mb * 1048576
           end-compute

           move 007 to ws-intervalo-dias
           move "CAPACIDADE-INTERVALO-DIAS" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 1000
               move ws-par-valor-num to ws-intervalo-dias
           end-if

           move 150 to ws-fator-alerta
           move "CAPACIDADE-FATOR-ALERTA" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > 100
               and ws-par-valor-num < 1000
               move ws-par-valor-num to ws-fator-alerta
           end-if

           move 0090 to ws-horizonte-dias
           move "CAPACIDADE-HORIZONTE-DIAS" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 10000
               move ws-par-valor-num to ws-horizonte-dias
           end-if

           move 010 to ws-pct-max-excluidos
           move "CAPACIDADE-PCT-EXCLUIDOS" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num not > 100
               move ws-par-valor-num to ws-pct-max-excluidos
           end-if

           move 040 to ws-pct-min-ocupacao
           move "CAPACIDADE-PCT-OCUPACAO" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num not > 100
               move ws-par-valor-num to ws-pct-min-ocupacao
           end-if.

      * A ultima execucao e a data da fotografia mais recente de
      * Clientes, que toda medicao inclui. Na noite so mede quando
      * ja se passou o intervalo; na tela mede sempre.
       verifica-intervalo section.
           move zeros to ws-ultima-execucao
           open input capacidade-arquivos
           if estado-capacidade = "00"
               move "Clientes" to cap-arquivo
               move zeros      to cap-data
               start capacidade-arquivos
                   key is >= chave-capacidade invalid key
                   move "10" to estado-capacidade
               end-start
               perform verifica-intervalo-le
                   until estado-capacidade not = "00"
               close capacidade-arquivos
           end-if

           if batch-ativo
               if ws-ultima-execucao not = zeros
                   move ws-ultima-execucao to ws-conv-data
                   perform converte-data-dias
                   if ws-dias-hoje - ws-conv-dias < ws-intervalo-dias
                       goback
                   end-if
               end-if
           else
               display erase at 0101
               display "Capacidade e Crescimento dos Arquivos"
                                                         at 0101
               display "Ultima medicao: "                at 0301
               display ws-ultima-execucao                at 0317
               display "Limite por arquivo (MB): "       at 0401
               display ws-limite-mb                      at 0426
               display "Confirma a Medicao Agora? S/N"   at 2301
               accept resposta at 2340
               if resposta not = "S" and "s"
                   goback
               end-if
               display "Medindo os arquivos, aguarde..." at 2301
           end-if.

       abre-relatorio section.
           move "Capacidade-Arquivos" to ws-spool-programa
           move "Spool-Capacidade"    to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-limite-mb       to 01-limite
           move ws-horizonte-dias  to 01-horizonte
           move ws-fator-alerta    to 01-fator
           move ws-ultima-execucao to 01-anterior
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           move zeros to ws-arquivos-medidos ws-fotografias
                         ws-arquivos-com-erro ws-arquivos-acelerados
                         ws-total-kb ws-prioridades
           initialize tabela-prioridades.

      * Todos os indexados do LocalArquivos; o proprio historico vai
      * por ultimo, ja com as fotografias desta medicao.
       mede-arquivos section.
           perform conta-adiantamentos
           perform conta-afinidades
           perform conta-ajustes-comissao
           perform conta-alteracoes-comissao
           perform conta-apuracao-pendente
           perform conta-assinaturas
           perform conta-ausencias
           perform conta-calendario
           perform conta-campanhas
           perform conta-cartas-cobranca
           perform conta-carteira
           perform conta-carteira-compartilhada
           perform conta-chamados
           perform conta-cidades
           perform conta-clientes
           perform conta-clientes-arquivados
           perform conta-comissoes
           perform conta-componentes-kit
           perform conta-conciliacoes
           perform conta-condicoes-pagamento
           perform conta-consentimentos
           perform conta-contatos
           perform conta-contratos
           perform conta-controle-batch
           perform conta-descontos-volume
           perform conta-despesas
           perform conta-devolucoes
           perform conta-enderecos
           perform conta-entregas-spool
           perform conta-estoque
           perform conta-estoque-filial
           perform conta-eventos-folha
           perform conta-expedicoes
           perform conta-extratos-cliente
           perform conta-faixas-comissao
           perform conta-faixas-simulacao
           perform conta-familias
           perform conta-faturas
           perform conta-faturas-arquivadas
           perform conta-fila-relatorios
           perform conta-filiais
           perform conta-fornecedores
           perform conta-fretes
           perform conta-grupos-clientes
           perform conta-heartbeat
           perform conta-historico-anual
           perform conta-historico-batch
           perform conta-historico-moedas
           perform conta-inventarios
           perform conta-itens-arquivados
           perform conta-itens-campanha
           perform conta-itens-compra
           perform conta-itens-devolucao
           perform conta-itens-expedicao
           perform conta-itens-inventario
           perform conta-itens-orcamento
           perform conta-itens-pedido
           perform conta-itens-renegociacao
           perform conta-itens-transferencia
           perform conta-itens-versao-pedido
           perform conta-listas-preco
           perform conta-lotes
           perform conta-lotes-expedidos
           perform conta-metas
           perform conta-moedas
           perform conta-notas-credito
           perform conta-notificacoes
           perform conta-novovendedores
           perform conta-numeracao
           perform conta-orcamentos
           perform conta-paises
           perform conta-parametros
           perform conta-pedidos
           perform conta-pedidos-arquivados
           perform conta-pedidos-compra
           perform conta-pesquisas
           perform conta-plano-contas
           perform conta-precos
           perform conta-processamento
           perform conta-processamento-anterior
           perform conta-processamento-filial
           perform conta-processamento-mensal
           perform conta-produtos
           perform conta-propostas-limite
           perform conta-remessas-folha
           perform conta-renegociacoes
           perform conta-resumo-regiao
           perform conta-resumo-uf
           perform conta-rotas
           perform conta-sessoes
           perform conta-sugestoes
           perform conta-tabela-icms
           perform conta-tarefas
           perform conta-territorios
           perform conta-titulos-arquivados
           perform conta-titulos-pagar
           perform conta-titulos-receber
           perform conta-totais-arquivados
           perform conta-totais-vendedor
           perform conta-transferencias
           perform conta-transportadoras
           perform conta-tributos-federais
           perform conta-unidades-produto
           perform conta-usuarios
           perform conta-vendedores
           perform conta-versoes-pedido
           perform conta-visitas
           perform conta-capacidade-arquivos
           continue.

       encerra section.
           perform imprime-prioridades

           move spaces to linha-relatorio
           write linha-relatorio
           move "Arquivos Medidos"        to 17-descricao
           move ws-arquivos-medidos       to 17-quantidade
           write linha-relatorio from linha-07
           move "Fotografias Gravadas"    to 17-descricao
           move ws-fotografias            to 17-quantidade
           write linha-relatorio from linha-07
           move "Arquivos Com Erro"       to 17-descricao
           move ws-arquivos-com-erro      to 17-quantidade
           write linha-relatorio from linha-07
           move "Crescimento Acelerado"   to 17-descricao
           move ws-arquivos-acelerados    to 17-quantidade
           write linha-relatorio from linha-07
           move "Total Ocupado (KB)"      to 17-descricao
           move ws-total-kb               to 17-quantidade
           write linha-relatorio from linha-07

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           move "Capacidade-Arquivos"  to ctr-etapa
           move ws-arquivos-medidos    to ctr-lidos
           move ws-fotografias         to ctr-gravados
           move ws-arquivos-com-erro   to ctr-rejeitados
           move ws-total-kb            to ctr-hash-vendas
           perform grava-controle

           if not batch-ativo
               display "Arquivos Medidos: "   at 2301
                           ws-arquivos-medidos
               display "Acelerados: "         at 2330
                           ws-arquivos-acelerados
               display "Enter"                at 2350
               accept resposta at 2380
           end-if
           goback.

       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           write linha-relatorio from linha-02.

       le-parametro.
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro".

       verifica-intervalo-le.
           read capacidade-arquivos next at end
               exit paragraph
           end-read
           if cap-arquivo not = "Clientes"
               move "10" to estado-capacidade
               exit paragraph
           end-if
           move cap-data to ws-ultima-execucao.

      * Os arquivos com acao recomendada, do que estoura primeiro
      * para o que estoura por ultimo.
       imprime-prioridades section.
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-04
           write linha-relatorio from linha-05
           move zeros to ws-impressos.
       imprime-prioridades-proximo.
           if ws-impressos not < ws-prioridades
               exit section
           end-if
           move zeros to ws-menor
           move 1     to ws-indice
           perform procura-menor-prazo
               until ws-indice > ws-prioridades

           move "S"                         to pri-impresso(ws-menor)
           move pri-rotulo(ws-menor)        to 16-arquivo
           move pri-acao(ws-menor)          to 16-acao
           if pri-dias(ws-menor) > 9998
               move "-----"                 to 16-dias
           else
               move pri-dias(ws-menor)      to ws-edita-dias
               move ws-edita-dias           to 16-dias
           end-if
           move pri-pct-excluidos(ws-menor) to 16-pct-excluidos
           move pri-ocupacao(ws-menor)      to 16-ocupacao
           move pri-alerta(ws-menor)        to 16-alerta
           write linha-relatorio from linha-06 at eop
               perform imprime-cabecalho
           end-write
           add 1 to ws-impressos
           go imprime-prioridades-proximo.
       procura-menor-prazo.
           if pri-impresso(ws-indice) not = "S"
               if ws-menor = zeros
                   move ws-indice to ws-menor
               else
                   if pri-dias(ws-indice) < pri-dias(ws-menor)
                       move ws-indice to ws-menor
                   end-if
               end-if
           end-if
           add 1 to ws-indice.

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-adiantamentos
                     ARQUIVO           by adiantamentos
                     ARQUIVO-ESTADO    by estado-adiantamentos
                     ARQUIVO-LOCAL     by arq-adiantamentos-local
                     REGISTRO          by registro-adiantamentos
                     CONDICAO-EXCLUIDO by adiantamento-cancelado
                     "ROTULO-TXT"      by "Adiantamentos"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-afinidades
                     ARQUIVO           by afinidades
                     ARQUIVO-ESTADO    by estado-afinidades
                     ARQUIVO-LOCAL     by arq-afinidades-local
                     REGISTRO          by registro-afinidades
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Afinidades"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-ajustes-comissao
                     ARQUIVO           by ajustes-comissao
                     ARQUIVO-ESTADO    by estado-ajustes-comissao
                     ARQUIVO-LOCAL     by arq-ajustes-comissao-local
                     REGISTRO          by registro-ajustes-comissao
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "AjustesComissao"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-alteracoes-comissao
                     ARQUIVO           by alteracoes-comissao
                     ARQUIVO-ESTADO    by estado-alteracoes
                     ARQUIVO-LOCAL     by arq-alteracoes-local
                     REGISTRO          by registro-alteracoes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "AlteracoesComissao"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-apuracao-pendente
                     ARQUIVO           by apuracao-pendente
                     ARQUIVO-ESTADO    by estado-apuracao-pend
                     ARQUIVO-LOCAL     by arq-apuracao-pend-local
                     REGISTRO          by registro-apuracao-pend
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ApuracaoPendente"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-assinaturas
                     ARQUIVO           by assinaturas
                     ARQUIVO-ESTADO    by estado-assinaturas
                     ARQUIVO-LOCAL     by arq-assinaturas-local
                     REGISTRO          by registro-assinaturas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Assinaturas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-ausencias
                     ARQUIVO           by ausencias
                     ARQUIVO-ESTADO    by estado-ausencias
                     ARQUIVO-LOCAL     by arq-ausencias-local
                     REGISTRO          by registro-ausencias
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Ausencias"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-calendario
                     ARQUIVO           by calendario
                     ARQUIVO-ESTADO    by estado-calendario
                     ARQUIVO-LOCAL     by arq-calendario-local
                     REGISTRO          by registro-calendario
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Calendario"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-campanhas
                     ARQUIVO           by campanhas
                     ARQUIVO-ESTADO    by estado-campanhas
                     ARQUIVO-LOCAL     by arq-campanhas-local
                     REGISTRO          by registro-campanhas
                     CONDICAO-EXCLUIDO by campanha-cancelada
                     "ROTULO-TXT"      by "Campanhas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-cartas-cobranca
                     ARQUIVO           by cartas-cobranca
                     ARQUIVO-ESTADO    by estado-cartas-cobranca
                     ARQUIVO-LOCAL     by arq-cartas-cobranca-local
                     REGISTRO          by registro-cartas-cobranca
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "CartasCobranca"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-carteira
                     ARQUIVO           by carteira
                     ARQUIVO-ESTADO    by estado-carteira
                     ARQUIVO-LOCAL     by arq-snapshot-local
                     REGISTRO          by registro-carteira
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Carteira"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-carteira-compartilhada
                     ARQUIVO           by carteira-compartilhada
                     ARQUIVO-ESTADO    by estado-carteira-comp
                     ARQUIVO-LOCAL     by arq-carteira-comp-local
                     REGISTRO          by registro-carteira-comp
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "CarteiraCompartilh"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-chamados
                     ARQUIVO           by chamados
                     ARQUIVO-ESTADO    by estado-chamados
                     ARQUIVO-LOCAL     by arq-chamados-local
                     REGISTRO          by registro-chamados
                     CONDICAO-EXCLUIDO by chamado-cancelado
                     "ROTULO-TXT"      by "Chamados"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-cidades
                     ARQUIVO           by cidades
                     ARQUIVO-ESTADO    by estado-cidades
                     ARQUIVO-LOCAL     by arq-cidades-local
                     REGISTRO          by registro-cidades
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Cidades"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-clientes
                     ARQUIVO           by clientes
                     ARQUIVO-ESTADO    by estado-clientes
                     ARQUIVO-LOCAL     by arq-clientes-local
                     REGISTRO          by registro-clientes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Clientes"
                     "TIPO-ACAO-TXT"   by "R".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-clientes-arquivados
                     ARQUIVO           by clientes-arquivados
                     ARQUIVO-ESTADO    by estado-arquivados
                     ARQUIVO-LOCAL     by arq-arquivados-local
                     REGISTRO          by registro-arquivados
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ClientesArquivados"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-comissoes
                     ARQUIVO           by comissoes
                     ARQUIVO-ESTADO    by estado-comissoes
                     ARQUIVO-LOCAL     by arq-comissoes-local
                     REGISTRO          by registro-comissoes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Comissoes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-componentes-kit
                     ARQUIVO           by componentes-kit
                     ARQUIVO-ESTADO    by estado-componentes-kit
                     ARQUIVO-LOCAL     by arq-componentes-kit-local
                     REGISTRO          by registro-componentes-kit
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ComponentesKit"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-conciliacoes
                     ARQUIVO           by conciliacoes
                     ARQUIVO-ESTADO    by estado-conciliacoes
                     ARQUIVO-LOCAL     by arq-conciliacoes-local
                     REGISTRO          by registro-conciliacoes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Conciliacoes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-condicoes-pagamento
                     ARQUIVO           by condicoes-pagamento
                     ARQUIVO-ESTADO    by estado-condicoes
                     ARQUIVO-LOCAL     by arq-condicoes-local
                     REGISTRO          by registro-condicoes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "CondicoesPagamento"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-consentimentos
                     ARQUIVO           by consentimentos
                     ARQUIVO-ESTADO    by estado-consentimentos
                     ARQUIVO-LOCAL     by arq-consentimentos-local
                     REGISTRO          by registro-consentimentos
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Consentimentos"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-contatos
                     ARQUIVO           by contatos
                     ARQUIVO-ESTADO    by estado-contatos
                     ARQUIVO-LOCAL     by arq-contatos-local
                     REGISTRO          by registro-contatos
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Contatos"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-contratos
                     ARQUIVO           by contratos
                     ARQUIVO-ESTADO    by estado-contratos
                     ARQUIVO-LOCAL     by arq-contratos-local
                     REGISTRO          by registro-contratos
                     CONDICAO-EXCLUIDO by contrato-inativo
                     "ROTULO-TXT"      by "Contratos"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-controle-batch
                     ARQUIVO           by controle-batch
                     ARQUIVO-ESTADO    by estado-controle-batch
                     ARQUIVO-LOCAL     by arq-controle-local
                     REGISTRO          by registro-controle
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ControleBatch"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-descontos-volume
                     ARQUIVO           by descontos-volume
                     ARQUIVO-ESTADO    by estado-descontos-volume
                     ARQUIVO-LOCAL     by arq-descontos-volume-local
                     REGISTRO          by registro-descontos-volume
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "DescontosVolume"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-despesas
                     ARQUIVO           by despesas
                     ARQUIVO-ESTADO    by estado-despesas
                     ARQUIVO-LOCAL     by arq-despesas-local
                     REGISTRO          by registro-despesas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Despesas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-devolucoes
                     ARQUIVO           by devolucoes
                     ARQUIVO-ESTADO    by estado-devolucoes
                     ARQUIVO-LOCAL     by arq-devolucoes-local
                     REGISTRO          by registro-devolucoes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Devolucoes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-enderecos
                     ARQUIVO           by enderecos
                     ARQUIVO-ESTADO    by estado-enderecos
                     ARQUIVO-LOCAL     by arq-enderecos-local
                     REGISTRO          by registro-enderecos
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Enderecos"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-entregas-spool
                     ARQUIVO           by entregas-spool
                     ARQUIVO-ESTADO    by estado-entregas-spool
                     ARQUIVO-LOCAL     by arq-entregas-spool-local
                     REGISTRO          by registro-entregas-spool
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "EntregasSpool"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-estoque
                     ARQUIVO           by estoque
                     ARQUIVO-ESTADO    by estado-estoque
                     ARQUIVO-LOCAL     by arq-estoque-local
                     REGISTRO          by registro-estoque
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Estoque"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-estoque-filial
                     ARQUIVO           by estoque-filial
                     ARQUIVO-ESTADO    by estado-estoque-filial
                     ARQUIVO-LOCAL     by arq-estoque-filial-local
                     REGISTRO          by registro-estoque-filial
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "EstoqueFilial"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-eventos-folha
                     ARQUIVO           by eventos-folha
                     ARQUIVO-ESTADO    by estado-eventos-folha
                     ARQUIVO-LOCAL     by arq-eventos-folha-local
                     REGISTRO          by registro-eventos-folha
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "EventosFolha"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-expedicoes
                     ARQUIVO           by expedicoes
                     ARQUIVO-ESTADO    by estado-expedicoes
                     ARQUIVO-LOCAL     by arq-expedicoes-local
                     REGISTRO          by registro-expedicoes
                     CONDICAO-EXCLUIDO by expedicao-cancelada
                     "ROTULO-TXT"      by "Expedicoes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-extratos-cliente
                     ARQUIVO           by extratos-cliente
                     ARQUIVO-ESTADO    by estado-extratos-cliente
                     ARQUIVO-LOCAL     by arq-extratos-cliente-local
                     REGISTRO          by registro-extratos-cliente
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ExtratosCliente"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-faixas-comissao
                     ARQUIVO           by faixas-comissao
                     ARQUIVO-ESTADO    by estado-faixas
                     ARQUIVO-LOCAL     by arq-faixas-local
                     REGISTRO          by registro-faixas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "FaixasComissao"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-faixas-simulacao
                     ARQUIVO           by faixas-simulacao
                     ARQUIVO-ESTADO    by estado-faixas-simulacao
                     ARQUIVO-LOCAL     by arq-faixas-simulacao-local
                     REGISTRO          by registro-faixas-simulacao
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "FaixasSimulacao"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-familias
                     ARQUIVO           by familias
                     ARQUIVO-ESTADO    by estado-familias
                     ARQUIVO-LOCAL     by arq-familias-local
                     REGISTRO          by registro-familias
                     CONDICAO-EXCLUIDO by familia-inativa
                     "ROTULO-TXT"      by "Familias"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-faturas
                     ARQUIVO           by faturas
                     ARQUIVO-ESTADO    by estado-faturas
                     ARQUIVO-LOCAL     by arq-faturas-local
                     REGISTRO          by registro-faturas
                     CONDICAO-EXCLUIDO by fatura-cancelada
                     "ROTULO-TXT"      by "Faturas"
                     "TIPO-ACAO-TXT"   by "A".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-faturas-arquivadas
                     ARQUIVO           by faturas-arquivadas
                     ARQUIVO-ESTADO    by estado-faturas-arquivadas
                     ARQUIVO-LOCAL     by arq-faturas-arquivadas-local
                     REGISTRO          by registro-faturas-arquivadas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "FaturasArquivadas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-fila-relatorios
                     ARQUIVO           by fila-relatorios
                     ARQUIVO-ESTADO    by estado-fila-relatorios
                     ARQUIVO-LOCAL     by arq-fila-relatorios-local
                     REGISTRO          by registro-fila
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "FilaRelatorios"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-filiais
                     ARQUIVO           by filiais
                     ARQUIVO-ESTADO    by estado-filiais
                     ARQUIVO-LOCAL     by arq-filiais-local
                     REGISTRO          by registro-filiais
                     CONDICAO-EXCLUIDO by filial-inativa
                     "ROTULO-TXT"      by "Filiais"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-fornecedores
                     ARQUIVO           by fornecedores
                     ARQUIVO-ESTADO    by estado-fornecedores
                     ARQUIVO-LOCAL     by arq-fornecedores-local
                     REGISTRO          by registro-fornecedores
                     CONDICAO-EXCLUIDO by fornecedor-inativo
                     "ROTULO-TXT"      by "Fornecedores"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-fretes
                     ARQUIVO           by fretes
                     ARQUIVO-ESTADO    by estado-fretes
                     ARQUIVO-LOCAL     by arq-fretes-local
                     REGISTRO          by registro-fretes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Fretes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-grupos-clientes
                     ARQUIVO           by grupos-clientes
                     ARQUIVO-ESTADO    by estado-grupos
                     ARQUIVO-LOCAL     by arq-grupos-local
                     REGISTRO          by registro-grupos
                     CONDICAO-EXCLUIDO by grupo-inativo
                     "ROTULO-TXT"      by "GruposClientes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-heartbeat
                     ARQUIVO           by heartbeat
                     ARQUIVO-ESTADO    by estado-heartbeat
                     ARQUIVO-LOCAL     by arq-heartbeat-local
                     REGISTRO          by registro-heartbeat
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Heartbeat"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-historico-anual
                     ARQUIVO           by historico-anual
                     ARQUIVO-ESTADO    by estado-hist-anual
                     ARQUIVO-LOCAL     by arq-hist-anual-local
                     REGISTRO          by registro-hist-anual
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "HistoricoAnual"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-historico-batch
                     ARQUIVO           by historico-batch
                     ARQUIVO-ESTADO    by estado-hist-batch
                     ARQUIVO-LOCAL     by arq-hist-batch-local
                     REGISTRO          by registro-hist-batch
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "HistoricoBatch"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-historico-moedas
                     ARQUIVO           by historico-moedas
                     ARQUIVO-ESTADO    by estado-hist-moedas
                     ARQUIVO-LOCAL     by arq-hist-moedas-local
                     REGISTRO          by registro-hist-moedas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "HistoricoMoedas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-inventarios
                     ARQUIVO           by inventarios
                     ARQUIVO-ESTADO    by estado-inventarios
                     ARQUIVO-LOCAL     by arq-inventarios-local
                     REGISTRO          by registro-inventarios
                     CONDICAO-EXCLUIDO by inventario-cancelado
                     "ROTULO-TXT"      by "Inventarios"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-arquivados
                     ARQUIVO           by itens-arquivados
                     ARQUIVO-ESTADO    by estado-itens-arquivados
                     ARQUIVO-LOCAL     by arq-itens-arquivados-local
                     REGISTRO          by registro-itens-arquivados
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensArquivados"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-campanha
                     ARQUIVO           by itens-campanha
                     ARQUIVO-ESTADO    by estado-itens-campanha
                     ARQUIVO-LOCAL     by arq-itens-campanha-local
                     REGISTRO          by registro-itens-campanha
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensCampanha"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-compra
                     ARQUIVO           by itens-compra
                     ARQUIVO-ESTADO    by estado-itens-compra
                     ARQUIVO-LOCAL     by arq-itens-compra-local
                     REGISTRO          by registro-itens-compra
                     CONDICAO-EXCLUIDO by item-compra-cancelado
                     "ROTULO-TXT"      by "ItensCompra"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-devolucao
                     ARQUIVO           by itens-devolucao
                     ARQUIVO-ESTADO    by estado-itens-devolucao
                     ARQUIVO-LOCAL     by arq-itens-devolucao-local
                     REGISTRO          by registro-itens-devolucao
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensDevolucao"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-expedicao
                     ARQUIVO           by itens-expedicao
                     ARQUIVO-ESTADO    by estado-itens-expedicao
                     ARQUIVO-LOCAL     by arq-itens-expedicao-local
                     REGISTRO          by registro-itens-expedicao
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensExpedicao"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-inventario
                     ARQUIVO           by itens-inventario
                     ARQUIVO-ESTADO    by estado-itens-inventario
                     ARQUIVO-LOCAL     by arq-itens-inventario-local
                     REGISTRO          by registro-itens-inventario
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensInventario"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-orcamento
                     ARQUIVO           by itens-orcamento
                     ARQUIVO-ESTADO    by estado-itens-orcamento
                     ARQUIVO-LOCAL     by arq-itens-orcamento-local
                     REGISTRO          by registro-itens-orcamento
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensOrcamento"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-pedido
                     ARQUIVO           by itens-pedido
                     ARQUIVO-ESTADO    by estado-itens-pedido
                     ARQUIVO-LOCAL     by arq-itens-pedido-local
                     REGISTRO          by registro-itens-pedido
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensPedido"
                     "TIPO-ACAO-TXT"   by "A".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-renegociacao
                     ARQUIVO           by itens-renegociacao
                     ARQUIVO-ESTADO    by estado-itens-renegociacao
                     ARQUIVO-LOCAL     by arq-itens-renegociacao-local
                     REGISTRO          by registro-itens-renegociacao
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensRenegociacao"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-transferencia
                     ARQUIVO           by itens-transferencia
                     ARQUIVO-ESTADO    by estado-itens-transferencia
                     ARQUIVO-LOCAL     by arq-itens-transf-local
                     REGISTRO          by registro-itens-transferencia
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensTransferencia"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-itens-versao-pedido
                     ARQUIVO           by itens-versao-pedido
                     ARQUIVO-ESTADO    by estado-itens-versao
                     ARQUIVO-LOCAL     by arq-itens-versao-pedido-local
                     REGISTRO          by registro-itens-versao-pedido
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ItensVersaoPedido"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-listas-preco
                     ARQUIVO           by listas-preco
                     ARQUIVO-ESTADO    by estado-listas
                     ARQUIVO-LOCAL     by arq-listas-preco-local
                     REGISTRO          by registro-listas-preco
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ListasPreco"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-lotes
                     ARQUIVO           by lotes
                     ARQUIVO-ESTADO    by estado-lotes
                     ARQUIVO-LOCAL     by arq-lotes-local
                     REGISTRO          by registro-lotes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Lotes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-lotes-expedidos
                     ARQUIVO           by lotes-expedidos
                     ARQUIVO-ESTADO    by estado-lotes-expedidos
                     ARQUIVO-LOCAL     by arq-lotes-expedidos-local
                     REGISTRO          by registro-lotes-expedidos
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "LotesExpedidos"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-metas
                     ARQUIVO           by metas
                     ARQUIVO-ESTADO    by estado-metas
                     ARQUIVO-LOCAL     by arq-metas-local
                     REGISTRO          by registro-metas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Metas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-moedas
                     ARQUIVO           by moedas
                     ARQUIVO-ESTADO    by estado-moedas
                     ARQUIVO-LOCAL     by arq-moedas-local
                     REGISTRO          by registro-moedas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Moedas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-notas-credito
                     ARQUIVO           by notas-credito
                     ARQUIVO-ESTADO    by estado-notas-credito
                     ARQUIVO-LOCAL     by arq-notas-credito-local
                     REGISTRO          by registro-notas-credito
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "NotasCredito"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-notificacoes
                     ARQUIVO           by notificacoes
                     ARQUIVO-ESTADO    by estado-notificacoes
                     ARQUIVO-LOCAL     by arq-notificacoes-local
                     REGISTRO          by registro-notificacoes
                     CONDICAO-EXCLUIDO by notificacao-cancelada
                     "ROTULO-TXT"      by "Notificacoes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-novovendedores
                     ARQUIVO           by novovendedores
                     ARQUIVO-ESTADO    by estado-novovendedores
                     ARQUIVO-LOCAL     by arq-novovendedores-local
                     REGISTRO          by registro-novovendedores
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "NovoVendedores"
                     "TIPO-ACAO-TXT"   by "R".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-numeracao
                     ARQUIVO           by numeracao
                     ARQUIVO-ESTADO    by estado-numeracao
                     ARQUIVO-LOCAL     by arq-numeracao-local
                     REGISTRO          by registro-numeracao
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Numeracao"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-orcamentos
                     ARQUIVO           by orcamentos
                     ARQUIVO-ESTADO    by estado-orcamentos
                     ARQUIVO-LOCAL     by arq-orcamentos-local
                     REGISTRO          by registro-orcamentos
                     CONDICAO-EXCLUIDO by orcamento-cancelado
                     "ROTULO-TXT"      by "Orcamentos"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-paises
                     ARQUIVO           by paises
                     ARQUIVO-ESTADO    by estado-paises
                     ARQUIVO-LOCAL     by arq-paises-local
                     REGISTRO          by registro-paises
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Paises"
                     "TIPO-ACAO-TXT"   by "R".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-parametros
                     ARQUIVO           by parametros
                     ARQUIVO-ESTADO    by estado-parametros
                     ARQUIVO-LOCAL     by arq-parametros-local
                     REGISTRO          by registro-parametros
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Parametros"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-pedidos
                     ARQUIVO           by pedidos
                     ARQUIVO-ESTADO    by estado-pedidos
                     ARQUIVO-LOCAL     by arq-pedidos-local
                     REGISTRO          by registro-pedidos
                     CONDICAO-EXCLUIDO by pedido-cancelado
                     "ROTULO-TXT"      by "Pedidos"
                     "TIPO-ACAO-TXT"   by "A".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-pedidos-arquivados
                     ARQUIVO           by pedidos-arquivados
                     ARQUIVO-ESTADO    by estado-pedidos-arquivados
                     ARQUIVO-LOCAL     by arq-pedidos-arquivados-local
                     REGISTRO          by registro-pedidos-arquivados
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "PedidosArquivados"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-pedidos-compra
                     ARQUIVO           by pedidos-compra
                     ARQUIVO-ESTADO    by estado-pedidos-compra
                     ARQUIVO-LOCAL     by arq-pedidos-compra-local
                     REGISTRO          by registro-pedidos-compra
                     CONDICAO-EXCLUIDO by compra-cancelada
                     "ROTULO-TXT"      by "PedidosCompra"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-pesquisas
                     ARQUIVO           by pesquisas
                     ARQUIVO-ESTADO    by estado-pesquisas
                     ARQUIVO-LOCAL     by arq-pesquisas-local
                     REGISTRO          by registro-pesquisas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Pesquisas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-plano-contas
                     ARQUIVO           by plano-contas
                     ARQUIVO-ESTADO    by estado-plano-contas
                     ARQUIVO-LOCAL     by arq-plano-contas-local
                     REGISTRO          by registro-plano-contas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "PlanoContas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-precos
                     ARQUIVO           by precos
                     ARQUIVO-ESTADO    by estado-precos
                     ARQUIVO-LOCAL     by arq-precos-local
                     REGISTRO          by registro-precos
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Precos"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-processamento
                     ARQUIVO           by processamento
                     ARQUIVO-ESTADO    by estado-processamento
                     ARQUIVO-LOCAL     by arq-processamento-local
                     REGISTRO          by registro-processamento
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Processamento"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-processamento-anterior
                     ARQUIVO           by processamento-anterior
                     ARQUIVO-ESTADO    by estado-proc-anterior
                     ARQUIVO-LOCAL     by arq-proc-anterior-local
                     REGISTRO          by registro-proc-anterior
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ProcessamentoAnter"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-processamento-filial
                     ARQUIVO           by processamento-filial
                     ARQUIVO-ESTADO    by estado-proc-filial
                     ARQUIVO-LOCAL     by arq-proc-filial-local
                     REGISTRO          by registro-proc-filial
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ProcessamentoFilial"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-processamento-mensal
                     ARQUIVO           by processamento-mensal
                     ARQUIVO-ESTADO    by estado-proc-mensal
                     ARQUIVO-LOCAL     by arq-proc-mensal-local
                     REGISTRO          by registro-proc-mensal
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ProcessamentoMensal"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-produtos
                     ARQUIVO           by produtos
                     ARQUIVO-ESTADO    by estado-produtos
                     ARQUIVO-LOCAL     by arq-produtos-local
                     REGISTRO          by registro-produtos
                     CONDICAO-EXCLUIDO by produto-inativo
                     "ROTULO-TXT"      by "Produtos"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-propostas-limite
                     ARQUIVO           by propostas-limite
                     ARQUIVO-ESTADO    by estado-propostas
                     ARQUIVO-LOCAL     by arq-propostas-local
                     REGISTRO          by registro-propostas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "PropostasLimite"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-remessas-folha
                     ARQUIVO           by remessas-folha
                     ARQUIVO-ESTADO    by estado-remessas-folha
                     ARQUIVO-LOCAL     by arq-remessas-folha-local
                     REGISTRO          by registro-remessas-folha
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "RemessasFolha"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-renegociacoes
                     ARQUIVO           by renegociacoes
                     ARQUIVO-ESTADO    by estado-renegociacoes
                     ARQUIVO-LOCAL     by arq-renegociacoes-local
                     REGISTRO          by registro-renegociacoes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Renegociacoes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-resumo-regiao
                     ARQUIVO           by resumo-regiao
                     ARQUIVO-ESTADO    by estado-resumo-regiao
                     ARQUIVO-LOCAL     by arq-resumo-regiao-local
                     REGISTRO          by registro-resumo-regiao
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ResumoRegiao"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-resumo-uf
                     ARQUIVO           by resumo-uf
                     ARQUIVO-ESTADO    by estado-resumo-uf
                     ARQUIVO-LOCAL     by arq-resumo-uf-local
                     REGISTRO          by registro-resumo-uf
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "ResumoUF"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-rotas
                     ARQUIVO           by rotas
                     ARQUIVO-ESTADO    by estado-rotas
                     ARQUIVO-LOCAL     by arq-rotas-local
                     REGISTRO          by registro-rotas
                     CONDICAO-EXCLUIDO by rota-inativa
                     "ROTULO-TXT"      by "Rotas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-sessoes
                     ARQUIVO           by sessoes
                     ARQUIVO-ESTADO    by estado-sessoes
                     ARQUIVO-LOCAL     by arq-sessoes-local
                     REGISTRO          by registro-sessoes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Sessoes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-sugestoes
                     ARQUIVO           by sugestoes
                     ARQUIVO-ESTADO    by estado-sugestoes
                     ARQUIVO-LOCAL     by arq-sugestoes-local
                     REGISTRO          by registro-sugestoes
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Sugestoes"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-tabela-icms
                     ARQUIVO           by tabela-icms
                     ARQUIVO-ESTADO    by estado-icms
                     ARQUIVO-LOCAL     by arq-icms-local
                     REGISTRO          by registro-icms
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "TabelaIcms"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-tarefas
                     ARQUIVO           by tarefas
                     ARQUIVO-ESTADO    by estado-tarefas
                     ARQUIVO-LOCAL     by arq-tarefas-local
                     REGISTRO          by registro-tarefas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Tarefas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-territorios
                     ARQUIVO           by territorios
                     ARQUIVO-ESTADO    by estado-territorios
                     ARQUIVO-LOCAL     by arq-territorios-local
                     REGISTRO          by registro-territorios
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Territorios"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-titulos-arquivados
                     ARQUIVO           by titulos-arquivados
                     ARQUIVO-ESTADO    by estado-titulos-arquivados
                     ARQUIVO-LOCAL     by arq-titulos-arquivados-local
                     REGISTRO          by registro-titulos-arquivados
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "TitulosArquivados"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-titulos-pagar
                     ARQUIVO           by titulos-pagar
                     ARQUIVO-ESTADO    by estado-titulos-pagar
                     ARQUIVO-LOCAL     by arq-titulos-pagar-local
                     REGISTRO          by registro-titulos-pagar
                     CONDICAO-EXCLUIDO by pagar-cancelado
                     "ROTULO-TXT"      by "TitulosPagar"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-titulos-receber
                     ARQUIVO           by titulos-receber
                     ARQUIVO-ESTADO    by estado-titulos
                     ARQUIVO-LOCAL     by arq-titulos-local
                     REGISTRO          by registro-titulos
                     CONDICAO-EXCLUIDO by titulo-cancelado
                     "ROTULO-TXT"      by "TitulosReceber"
                     "TIPO-ACAO-TXT"   by "A".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-totais-arquivados
                     ARQUIVO           by totais-arquivados
                     ARQUIVO-ESTADO    by estado-totais-arquivados
                     ARQUIVO-LOCAL     by arq-totais-arquivados-local
                     REGISTRO          by registro-totais-arquivados
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "TotaisArquivados"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-totais-vendedor
                     ARQUIVO           by totais-vendedor
                     ARQUIVO-ESTADO    by estado-totais
                     ARQUIVO-LOCAL     by arq-totais-local
                     REGISTRO          by registro-totais
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "TotaisVendedor"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-transferencias
                     ARQUIVO           by transferencias
                     ARQUIVO-ESTADO    by estado-transferencias
                     ARQUIVO-LOCAL     by arq-transferencias-local
                     REGISTRO          by registro-transferencias
                     CONDICAO-EXCLUIDO by transferencia-cancelada
                     "ROTULO-TXT"      by "Transferencias"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-transportadoras
                     ARQUIVO           by transportadoras
                     ARQUIVO-ESTADO    by estado-transportadoras
                     ARQUIVO-LOCAL     by arq-transportadoras-local
                     REGISTRO          by registro-transportadoras
                     CONDICAO-EXCLUIDO by transportadora-inativa
                     "ROTULO-TXT"      by "Transportadoras"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-tributos-federais
                     ARQUIVO           by tributos-federais
                     ARQUIVO-ESTADO    by estado-tributos
                     ARQUIVO-LOCAL     by arq-tributos-local
                     REGISTRO          by registro-tributos
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "TributosFederais"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-unidades-produto
                     ARQUIVO           by unidades-produto
                     ARQUIVO-ESTADO    by estado-unidades-produto
                     ARQUIVO-LOCAL     by arq-unidades-produto-local
                     REGISTRO          by registro-unidades-produto
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "UnidadesProduto"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-usuarios
                     ARQUIVO           by usuarios
                     ARQUIVO-ESTADO    by estado-usuarios
                     ARQUIVO-LOCAL     by arq-usuarios-local
                     REGISTRO          by registro-usuarios
                     CONDICAO-EXCLUIDO by usuario-inativo
                     "ROTULO-TXT"      by "Usuarios"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-vendedores
                     ARQUIVO           by vendedores
                     ARQUIVO-ESTADO    by estado-vendedores
                     ARQUIVO-LOCAL     by arq-vendedores-local
                     REGISTRO          by registro-vendedores
                     CONDICAO-EXCLUIDO by vendedor-inativo
                     "ROTULO-TXT"      by "Vendedores"
                     "TIPO-ACAO-TXT"   by "R".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-versoes-pedido
                     ARQUIVO           by versoes-pedido
                     ARQUIVO-ESTADO    by estado-versoes-pedido
                     ARQUIVO-LOCAL     by arq-versoes-pedido-local
                     REGISTRO          by registro-versoes-pedido
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "VersoesPedido"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-visitas
                     ARQUIVO           by visitas
                     ARQUIVO-ESTADO    by estado-visitas
                     ARQUIVO-LOCAL     by arq-visitas-local
                     REGISTRO          by registro-visitas
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "Visitas"
                     "TIPO-ACAO-TXT"   by " ".

       copy "C:\CursoCobol\Copylib\ContaRegistros.cpy"
           replacing SECAO-CONTAGEM    by conta-capacidade-arquivos
                     ARQUIVO           by capacidade-arquivos
                     ARQUIVO-ESTADO    by estado-capacidade
                     ARQUIVO-LOCAL     by arq-capacidade-local
                     REGISTRO          by registro-capacidade
                     CONDICAO-EXCLUIDO by ws-cap-sem-exclusao
                     "ROTULO-TXT"      by "CapacidadeArquivos"
                     "TIPO-ACAO-TXT"   by " ".

      * Mede o tamanho, grava a fotografia do dia (a repeticao no
      * mesmo dia substitui a anterior) e imprime a linha com o
      * crescimento contra a fotografia anterior e a tendencia.
       registra-capacidade section.
           add 1 to ws-arquivos-medidos
           if ws-cap-estado not = "00" and "35"
               add 1 to ws-arquivos-com-erro
           end-if
           perform mede-tamanho

           move zeros to ws-ant-data ws-ant-dias ws-ant-tamanho
                         ws-ant-registros ws-base-data ws-base-dias
                         ws-base-tamanho
           open i-o capacidade-arquivos
           if estado-capacidade = "35" or "05"
               close capacidade-arquivos
               open output capacidade-arquivos
               close capacidade-arquivos
               open i-o capacidade-arquivos
           end-if
           if estado-capacidade not = "00"
               go registra-capacidade-imprime
           end-if

           move ws-cap-rotulo to cap-arquivo
           move zeros         to cap-data
           start capacidade-arquivos key is >= chave-capacidade
               invalid key
               go registra-capacidade-grava
           end-start.
       registra-capacidade-le.
           read capacidade-arquivos next at end
               go registra-capacidade-grava
           end-read
           if cap-arquivo not = ws-cap-rotulo
               or cap-data not < ws-data-sistema
               go registra-capacidade-grava
           end-if

           move cap-data to ws-conv-data
           perform converte-data-dias
           if ws-base-data = zeros
               and ws-dias-hoje - ws-conv-dias not > ws-janela-tendencia
               move cap-data     to ws-base-data
               move ws-conv-dias to ws-base-dias
               move cap-tamanho  to ws-base-tamanho
           end-if
           move cap-data     to ws-ant-data
           move ws-conv-dias to ws-ant-dias
           move cap-tamanho  to ws-ant-tamanho
           compute ws-ant-registros = cap-ativos + cap-excluidos
           end-compute
           go registra-capacidade-le.
       registra-capacidade-grava.
           move ws-cap-rotulo           to cap-arquivo
           move ws-data-sistema         to cap-data
           move ws-hora-sistema         to cap-hora
           move ws-cap-ativos           to cap-ativos
           move ws-cap-excluidos        to cap-excluidos
           move ws-cap-tamanho          to cap-tamanho
           move ws-cap-tamanho-registro to cap-tamanho-registro
           move ws-cap-estado           to cap-estado-abertura
           write registro-capacidade invalid key
               rewrite registro-capacidade invalid key
                   continue
               end-rewrite
           end-write
           if estado-capacidade = "00"
               add 1 to ws-fotografias
           end-if
           close capacidade-arquivos.
       registra-capacidade-imprime.
           perform calcula-projecao
           perform imprime-linha.

       mede-tamanho section.
           move zeros to ws-cap-tamanho
           move ws-cap-local to ws-nome-fisico
           perform consulta-tamanho
           move spaces to ws-nome-fisico
           string ws-cap-local delimited by space
                  ".idx"       delimited by size
                  into ws-nome-fisico
           end-string
           perform consulta-tamanho.
       consulta-tamanho.
           call "CBL_CHECK_FILE_EXIST"
               using ws-nome-fisico ws-detalhes-arquivo
               returning ws-retorno-arquivo
           end-call
           if ws-retorno-arquivo = zeros
               add ws-det-tamanho to ws-cap-tamanho
           end-if.

      * Crescimento da semana: diferenca para a fotografia anterior
      * levada a 7 dias. Tendencia: o mesmo desde a fotografia mais
      * antiga da janela ate a anterior. A projecao usa a tendencia
      * (ou a semana, se ainda nao ha tendencia) contra o limite.
       calcula-projecao section.
           move "N"    to ws-tem-anterior ws-tem-tendencia
           move spaces to ws-alerta ws-acao
           move zeros  to ws-cresc-semana ws-cresc-registros
                          ws-tendencia ws-ritmo-semana
                          ws-pct-excluidos ws-ocupacao
           compute ws-total-registros = ws-cap-ativos
                                      + ws-cap-excluidos
           end-compute

           if ws-ant-data not = zeros and ws-dias-hoje > ws-ant-dias
               move "S" to ws-tem-anterior
               compute ws-cresc-semana =
                   (ws-cap-tamanho - ws-ant-tamanho) * 7
                       / (ws-dias-hoje - ws-ant-dias)
               end-compute
               compute ws-cresc-registros =
                   (ws-total-registros - ws-ant-registros) * 7
                       / (ws-dias-hoje - ws-ant-dias)
               end-compute
           end-if
           if ws-base-data not = zeros and ws-ant-dias > ws-base-dias
               move "S" to ws-tem-tendencia
               compute ws-tendencia =
                   (ws-ant-tamanho - ws-base-tamanho) * 7
                       / (ws-ant-dias - ws-base-dias)
               end-compute
           end-if

           if tem-tendencia and ws-tendencia > zeros
               move ws-tendencia to ws-ritmo-semana
           else
               if tem-anterior and ws-cresc-semana > zeros
                   move ws-cresc-semana to ws-ritmo-semana
               end-if
           end-if

           if ws-cap-tamanho not < ws-limite-bytes
               move zeros to ws-dias-limite
           else
               if ws-ritmo-semana > zeros
                   and (ws-limite-bytes - ws-cap-tamanho) * 7
                       / ws-ritmo-semana < 9999
                   compute ws-dias-limite =
                       (ws-limite-bytes - ws-cap-tamanho) * 7
                           / ws-ritmo-semana
                   end-compute
               else
                   move 9999 to ws-dias-limite
               end-if
           end-if

           if tem-anterior and ws-cresc-semana > zeros
               if not tem-tendencia or ws-tendencia not > zeros
                   or ws-cresc-semana * 100
                      > ws-tendencia * ws-fator-alerta
                   move "*" to ws-alerta
                   add 1 to ws-arquivos-acelerados
               end-if
           end-if

           if ws-total-registros > zeros
               compute ws-pct-excluidos =
                   ws-cap-excluidos * 100 / ws-total-registros
               end-compute
           end-if
           if ws-cap-tamanho > zeros
               and ws-total-registros * ws-cap-tamanho-registro
                   * 100 / ws-cap-tamanho < 99999
               compute ws-ocupacao =
                   ws-total-registros * ws-cap-tamanho-registro
                       * 100 / ws-cap-tamanho
               end-compute
           end-if

      * Reorganiza-Arquivos descarta os inativos e compacta os
      * cadastros que trata; o Arquiva-Documentos tira do arquivo
      * vivo pedidos, itens, faturas e titulos quitados.
           if ws-cap-estado = "35"
               move "NAO CRIADO" to ws-acao
           else
           if ws-cap-estado not = "00"
               move spaces to ws-acao
               string "ESTADO "     delimited by size
                      ws-cap-estado delimited by size
                      into ws-acao
               end-string
           else
           if cap-reorganizavel
               and (ws-pct-excluidos not < ws-pct-max-excluidos
                    or (ws-cap-tamanho > zeros
                        and ws-ocupacao < ws-pct-min-ocupacao))
               move "REORGANIZAR" to ws-acao
           else
           if cap-arquivavel
               and (ws-dias-limite < ws-horizonte-dias
                    or crescimento-acelerado)
               move "ARQUIVAR" to ws-acao
           else
           if ws-dias-limite < ws-horizonte-dias
               or crescimento-acelerado
               move "VERIFICAR" to ws-acao
           end-if
           end-if
           end-if
           end-if
           end-if

           if ws-acao not = spaces and ws-cap-estado = "00"
               and ws-prioridades < 120
               add 1 to ws-prioridades
               move ws-cap-rotulo    to pri-rotulo(ws-prioridades)
               move ws-dias-limite   to pri-dias(ws-prioridades)
               move ws-acao          to pri-acao(ws-prioridades)
               move ws-alerta        to pri-alerta(ws-prioridades)
               move ws-pct-excluidos
                           to pri-pct-excluidos(ws-prioridades)
               move ws-ocupacao      to pri-ocupacao(ws-prioridades)
               move "N"              to pri-impresso(ws-prioridades)
           end-if.

       imprime-linha section.
           move ws-cap-rotulo       to 13-arquivo
           move ws-cap-ativos       to 13-ativos
           move ws-cap-excluidos    to 13-excluidos
           move ws-pct-excluidos    to 13-pct-excluidos
           divide ws-cap-tamanho by 1024 giving ws-cap-kb
           move ws-cap-kb           to 13-tamanho
           add ws-cap-kb to ws-total-kb
           if tem-anterior
               divide ws-cresc-semana by 1024 giving ws-edita-kb
               move ws-edita-kb     to 13-cresc
               move ws-cresc-registros to 13-registros
           else
               move "   sem ant." to 13-cresc
               move zeros           to 13-registros
           end-if
           if tem-tendencia
               divide ws-tendencia by 1024 giving ws-edita-kb
               move ws-edita-kb     to 13-tendencia
           else
               move "        n/d" to 13-tendencia
           end-if
           if ws-dias-limite > 9998
               move "-----"         to 13-dias
           else
               move ws-dias-limite  to ws-edita-dias
               move ws-edita-dias   to 13-dias
           end-if
           move ws-alerta           to 13-alerta
           move ws-acao             to 13-acao
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.

       converte-data-dias section.
           compute ws-conv-bissextos = (ws-conv-ano / 4)
                 - (ws-conv-ano / 100) + (ws-conv-ano / 400)
           end-compute
           compute ws-conv-dias =
                   ws-conv-ano * 365 + ws-conv-bissextos
           end-compute

           evaluate ws-conv-mes
               when 01 move 000 to ws-conv-trab
               when 02 move 031 to ws-conv-trab
               when 03 move 059 to ws-conv-trab
               when 04 move 090 to ws-conv-trab
               when 05 move 120 to ws-conv-trab
               when 06 move 151 to ws-conv-trab
               when 07 move 181 to ws-conv-trab
               when 08 move 212 to ws-conv-trab
               when 09 move 243 to ws-conv-trab
               when 10 move 273 to ws-conv-trab
               when 11 move 304 to ws-conv-trab
               when other move 334 to ws-conv-trab
           end-evaluate
           add ws-conv-trab to ws-conv-dias
           add ws-conv-dia  to ws-conv-dias

           perform verifica-ano-bissexto
           if ano-bissexto and ws-conv-mes > 02
               add 1 to ws-conv-dias
           end-if.
       verifica-ano-bissexto.
           move "N" to situacao-ano-bissexto
           divide ws-conv-ano by 4 giving ws-ano-div
                           remainder ws-resto-4
           if ws-resto-4 = zeros
               move "S" to situacao-ano-bissexto
               divide ws-conv-ano by 100 giving ws-ano-div
                               remainder ws-resto-100
               if ws-resto-100 = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-conv-ano by 400 giving ws-ano-div
                                   remainder ws-resto-400
                   if ws-resto-400 = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if.

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Capacidade-Arquivos.
