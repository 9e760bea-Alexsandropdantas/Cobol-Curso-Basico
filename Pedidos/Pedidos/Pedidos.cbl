       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\Select-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\Select-Precos.txt".
       copy "C:\CursoCobol\Copylib\Select-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\Select-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\Select-DescontosVolume.txt".
       copy "C:\CursoCobol\Copylib\Select-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-ApuracaoPendente.txt".
       copy "C:\CursoCobol\Copylib\Select-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\Select-TotaisVendedor.txt".
       copy "C:\CursoCobol\Copylib\Select-VersoesPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensVersaoPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\Select-Fretes.txt".
       copy "C:\CursoCobol\Copylib\Select-Cidades.txt".
       copy "C:\CursoCobol\Copylib\Select-Moedas.txt".
       copy "C:\CursoCobol\Copylib\Select-HistoricoMoedas.txt".
       copy "C:\CursoCobol\Copylib\Select-UnidadesProduto.txt".
           select apuracao-controle assign to arq-apuracao-ctl-local
               file status is estado-apuracao-ctl
               organization is line sequential.
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\FD-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\FD-Precos.txt".
       copy "C:\CursoCobol\Copylib\FD-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\FD-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\FD-DescontosVolume.txt".
       copy "C:\CursoCobol\Copylib\FD-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-ApuracaoPendente.txt".
       copy "C:\CursoCobol\Copylib\FD-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\FD-TotaisVendedor.txt".
       copy "C:\CursoCobol\Copylib\FD-VersoesPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensVersaoPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\FD-Fretes.txt".
       copy "C:\CursoCobol\Copylib\FD-Cidades.txt".
       copy "C:\CursoCobol\Copylib\FD-Moedas.txt".
       copy "C:\CursoCobol\Copylib\FD-HistoricoMoedas.txt".
       copy "C:\CursoCobol\Copylib\FD-UnidadesProduto.txt".
       fd apuracao-controle label record omitted.
       01 registro-apuracao-controle.
           02 apc-competencia        pic 9(06).
       01 ws-produto-item          pic 9(05) value zeros.
       01 ws-quantidade-item       pic 9(05)v99 value zeros.
       01 ws-linha-item            pic 99    value zeros.
       01 ws-unidade-item          pic x(03) value spaces.
       01 ws-quantidade-venda      pic 9(05)v99 value zeros.
       01 ws-linha-unidade         pic 99    value zeros.
       01 estado-estoque           pic x(02) value spaces.
       01 estado-mov-estoque       pic x(02) value spaces.
       01 ws-tipo-movimento        pic x(01) value spaces.
       01 ws-preco-vigente         pic 9(09)v99 value zeros.
       01 ws-tem-preco             pic x(01) value "N".
          88 preco-encontrado      value "S".
       01 estado-listas            pic x(02) value spaces.
       01 situacao-listas          pic x(01) value "N".
          88 listas-disponivel     value "S".
       01 ws-origem-preco          pic x(01) value spaces.
       01 ws-classe-lista          pic x(01) value spaces.
       01 ws-lista-cliente         pic 9(06) value zeros.
       01 estado-campanhas         pic x(02) value spaces.
       01 estado-itens-campanha    pic x(02) value spaces.
       01 situacao-campanhas       pic x(01) value "N".
          88 campanhas-disponivel  value "S".
       01 ws-preco-base-campanha   pic 9(09)v99 value zeros.
       01 ws-preco-campanha        pic 9(09)v99 value zeros.
       01 estado-descontos-volume  pic x(02) value spaces.
       01 situacao-descontos       pic x(01) value "N".
          88 descontos-disponivel  value "S".
       01 ws-preco-antes-volume    pic 9(09)v99 value zeros.
       01 ws-faixa-produto         pic 9(05) value zeros.
       01 ws-faixa-familia         pic 9(03) value zeros.
       01 estado-condicoes         pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 ws-parcela               pic 9(02) value zeros.
       01 ws-intervalo-gerar       pic 9(03) value zeros.
       01 ws-valor-parcela         pic 9(09)v99 value zeros.
       01 ws-valor-acumulado       pic 9(09)v99 value zeros.
       01 ws-valor-titulos         pic 9(09)v99 value zeros.
       01 ws-parcela-moeda         pic 9(09)v99 value zeros.
       01 ws-acumulado-moeda       pic 9(09)v99 value zeros.
       01 ws-valor-moeda-edit      pic zzz.zzz.zz9,99.
       01 ws-venc-base             pic 9(08) value zeros.
       01 filler redefines ws-venc-base.
          03 ws-venc-ano           pic 9(04).
       01 ws-tem-apuracao          pic x(01) value "N".
          88 apuracao-em-andamento value "S".
       01 ws-em-aplicacao          pic 9(05) value zeros.
       01 estado-enderecos         pic x(02) value spaces.
       copy "C:\CursoCobol\Copylib\CamposTotais.cpy".
       01 ws-desconto-maximo       pic 9(02)v99 value zeros.
       01 ws-par-achou             pic x(01) value "N".
       01 situacao-estoque         pic x(01) value "N".
          88 estoque-suficiente    value "S".
       01 estado-versoes-pedido    pic x(02) value spaces.
       01 estado-itens-versao      pic x(02) value spaces.
       01 ws-hora-versao           pic 9(08) value zeros.
       01 ws-versao-consulta       pic 9(03) value zeros.
       01 ws-quantidade-mov        pic 9(05)v99 value zeros.
       01 ws-saldo-item            pic 9(07)v99 value zeros.
       01 estado-transportadoras   pic x(02) value spaces.
       01 estado-fretes            pic x(02) value spaces.
       01 estado-cidades           pic x(02) value spaces.
       01 ws-uf-frete              pic x(02) value spaces.
       01 ws-cidade-frete-nome     pic x(40) value spaces.
       01 ws-cidade-frete          pic 9(04) value zeros.
       01 ws-cidade-busca          pic 9(04) value zeros.
       01 ws-rota-destino          pic 9(03) value zeros.
       01 ws-base-busca            pic x(01) value spaces.
       01 ws-medida-busca          pic 9(09)v99 value zeros.
       01 ws-frete-edicao          pic zz.zzz.zz9,99.
       01 situacao-transportadora  pic x(01) value "N".
          88 transportadora-valida value "S".
       01 situacao-faixa-frete     pic x(01) value "N".
          88 faixa-frete-encontrada value "S".

       copy "C:\CursoCobol\Copylib\CamposEstoqueFilial.cpy".
       copy "C:\CursoCobol\Copylib\CamposKit.cpy".
       copy "C:\CursoCobol\Copylib\CamposGrupo.cpy".
       copy "C:\CursoCobol\Copylib\CamposCambio.cpy".
       copy "C:\CursoCobol\Copylib\CamposUnidade.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".
          03 line 08 column 01 "Valor.................: ".
          03                   pic zzz.zzz.zz9,99
                               from valor-pedidos.
          03 line 08 column 60 "Vol: ".
          03                   pic zzz.zzz.zz9,99
                               from desconto-volume-pedidos.

       procedure division.
       prepara-ambiente section.
               accept resposta at 2380
               close pedidos clientes vendedores produtos itens-pedido
               goback
           end-if
           open input listas-preco
           if estado-listas = "35" or "05"
               close listas-preco
               open output listas-preco
               close listas-preco
               open input listas-preco
           end-if
           if estado-listas = "00"
               move "S" to situacao-listas
           end-if
           open input campanhas
           if estado-campanhas = "35" or "05"
               close campanhas
               open output campanhas
               close campanhas
               open input campanhas
           end-if
           open input itens-campanha
           if estado-itens-campanha = "35" or "05"
               close itens-campanha
               open output itens-campanha
               close itens-campanha
               open input itens-campanha
           end-if
           if estado-campanhas = "00" and estado-itens-campanha = "00"
               move "S" to situacao-campanhas
           end-if
           open input descontos-volume
           if estado-descontos-volume = "35" or "05"
               close descontos-volume
               open output descontos-volume
               close descontos-volume
               open input descontos-volume
           end-if
           if estado-descontos-volume = "00"
               move "S" to situacao-descontos
           end-if.
       abre-arquivo-condicoes section.
           open input condicoes-pagamento
               close pedidos clientes vendedores produtos itens-pedido
               goback
           end-if.
       abre-arquivo-versoes section.
           open i-o versoes-pedido
           if estado-versoes-pedido = "35" or "05"
               close versoes-pedido
               open output versoes-pedido
               close versoes-pedido
               open i-o versoes-pedido
           end-if
           if estado-versoes-pedido not = "00"
               display "Arquivo Versoes Com Problema Estado " at 2301
                           estado-versoes-pedido
               accept resposta at 2380
               close pedidos clientes vendedores produtos itens-pedido
                     precos condicoes-pagamento titulos-receber
                     enderecos estoque
               goback
           end-if

           open i-o itens-versao-pedido
           if estado-itens-versao = "35" or "05"
               close itens-versao-pedido
               open output itens-versao-pedido
               close itens-versao-pedido
               open i-o itens-versao-pedido
           end-if
           if estado-itens-versao not = "00"
               display "Arquivo Itens Versao Com Problema Estado "
                           at 2301 estado-itens-versao
               accept resposta at 2380
               close pedidos clientes vendedores produtos itens-pedido
                     precos condicoes-pagamento titulos-receber
                     enderecos estoque versoes-pedido
               goback
           end-if.
      * Transportadoras e tabela de frete sao so consultadas aqui; o
      * cadastro fica na manutencao de transportadoras.
       abre-arquivo-fretes section.
           open input transportadoras
           if estado-transportadoras = "35" or "05"
               close transportadoras
               open output transportadoras
               close transportadoras
               open input transportadoras
           end-if
           open input fretes
           if estado-fretes = "35" or "05"
               close fretes
               open output fretes
               close fretes
               open input fretes
           end-if
           open input cidades
           if estado-cidades = "35" or "05"
               close cidades
               open output cidades
               close cidades
               open input cidades
           end-if.
       pede-operador section.
           if usuario-corrente not = spaces
               move usuario-corrente to ws-operador
           display "05-Pedidos de um Cliente"  at 0701
           display "06-Apuracao Mensal"        at 0801
           display "07-Registrar Entrega"      at 0901
           display "08-Alterar Pedido"         at 1001
           display "09-Versoes do Pedido"      at 1101
           display "00-Sair"                   at 1201
           display "Opcao: "                   at 1401
           accept opcao at 1408

           if opcao = 01
               go inclusao
           if opcao = 07
               go registra-entrega
           else
           if opcao = 08
               go alteracao
           else
           if opcao = 09
               go consulta-versoes
           else
           if opcao = 00
               close pedidos clientes vendedores produtos itens-pedido
                     estoque precos condicoes-pagamento titulos-receber
                     enderecos versoes-pedido itens-versao-pedido
                     transportadoras fretes cidades listas-preco
                     campanhas itens-campanha descontos-volume
               goback
           else
               go mostra-opcoes
      * pedido continha.
       inclusao-itens.
           move zeros to ws-sequencia-item
           move zeros to valor-pedidos desconto-volume-pedidos
           display "Itens do Pedido - Produto 0 Encerra" at 0901
           move 12 to ws-linha-item.
       inclusao-itens-produto.
               go inclusao-itens-quantidade
           end-if

           move spaces to ws-unidade-item
           move 11     to ws-linha-unidade
           perform converte-unidade-item
           if not ws-und-valida
               go inclusao-itens-quantidade
           end-if

      * Aviso apenas: o pedido entra pendente mesmo sem saldo, o
      * bloqueio de fato acontece na confirmacao. O saldo e o da
      * filial do cliente, que sera a filial do pedido.
           move ws-produto-item to ws-esf-produto
           move filial-clientes to ws-esf-filial
           perform saldo-item-filial
           if ws-quantidade-item > ws-saldo-item
               display "Atencao: Saldo Disponivel Insuficiente."
                                      at 2301
               accept resposta at 2380
           move ws-sequencia-item  to ite-sequencia
           move ws-produto-item    to ite-produto
           move ws-quantidade-item to ite-quantidade
           move ws-unidade-item     to ite-unidade-venda
           move ws-quantidade-venda to ite-quantidade-venda
           move ws-und-fator        to ite-fator-unidade

      * O preco vem da lista do cliente, da lista da classe ou da
      * tabela vigente na data do pedido; o preco base do cadastro
      * de produtos so vale sem nenhuma delas.
           perform busca-preco-vigente thru busca-preco-vigente-fim
           if preco-encontrado
               move ws-preco-vigente to ite-preco-unitario
           else
               move pro-preco        to ite-preco-unitario
           end-if
           move ws-origem-preco to ite-origem-preco
           perform aplica-campanha thru aplica-campanha-fim
           perform aplica-desconto-volume
               thru aplica-desconto-volume-fim
           compute ite-total rounded =
                   ite-quantidade * ite-preco-unitario
           end-compute
               go inclusao-itens-produto
           end-write

           add ite-total           to valor-pedidos
           add ite-desconto-volume to desconto-volume-pedidos

           if ws-linha-item < 21
               add 1 to ws-linha-item
           display "Desconto %..: " at 0840
           accept desconto-pedidos at 0854
           if desconto-pedidos = zeros
               go inclusao-frete
           end-if

           if desconto-pedidos > ws-desconto-maximo
                 * (100 - desconto-pedidos) / 100
           end-compute
           display tela-pedido-valor.
      * Frete calculado na entrada pela tabela da transportadora
      * escolhida; fica fora do valor do pedido e vai destacado
      * na fatura.
       inclusao-frete.
           move zeros to transportadora-pedidos
           display "Transp.(0=Retira): " at 0340
           display "   "                 at 0359
           accept transportadora-pedidos at 0359
           perform calcula-frete thru calcula-frete-fim
           if not transportadora-valida
               go inclusao-frete
           end-if.
       inclusao-grava.
           perform define-moeda-pedido thru define-moeda-pedido-fim
           perform verifica-limite-credito
               thru verifica-limite-credito-fim
      * Credito estourado nao mata mais a venda na hora: o pedido
               end-if
               perform verifica-estoque-pedido
                   thru verifica-estoque-pedido-fim
      * Sem saldo para tudo, o pedido pode ser confirmado com o que
      * ha: cada linha reserva o disponivel e a falta fica em
      * backorder, aguardando a chegada da mercadoria.
               if not estoque-suficiente
                   display "Confirmar Parcial, Falta em Backorder? S/N"
                                          at 2301
                   accept resposta at 2345
                   if resposta not = "S" and "s"
                       display "Pedido Nao Confirmado: Sem Estoque."
                                              at 2301
                       accept resposta at 2380
                       unlock pedidos
                       go mostra-opcoes
                   end-if
               end-if
           end-if

      * Mercadoria ja expedida nao volta por cancelamento: o saldo
      * que falta e encerrado pela expedicao.
           if ws-status-novo = "X" and not pedido-nao-expedido
               display "Pedido Ja Expedido: Encerre o Saldo."
                                      at 2301
               accept resposta at 2380
               unlock pedidos
               go mostra-opcoes
           end-if

           move status-pedidos to ws-status-anterior
           move ws-status-novo to status-pedidos
           move ws-operador    to operador-pedidos
           end-if

           go mostra-opcoes.
      * Alteracao de pedido pendente ou retido sem cancelar e
      * redigitar: a versao vigente e guardada antes da mudanca e a
      * nova depois, com quem alterou e quando. Os itens passam
      * pelas regras da inclusao: preco vigente na data do pedido,
      * aviso de saldo, alcada de desconto e limite de credito.
       alteracao section.
           initialize registro-pedidos

           display tela-pedido
           accept tela-pedido
           if numero-pedidos = zeros
               go mostra-opcoes
           end-if

           read pedidos with lock invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go alteracao
           end-read

           display tela-pedido-dados tela-pedido-valor

           if not pedido-pendente and not pedido-retido
               display "So Pedido Pendente ou Retido Pode Mudar."
                                      at 2301
               accept resposta at 2380
               unlock pedidos
               go mostra-opcoes
           end-if

           move cliente-pedidos to codigo-clientes
           read clientes invalid key
               display "Cliente Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               unlock pedidos
               go mostra-opcoes
           end-read

      * Pedido anterior ao controle de versoes conta como versao 1.
           if versao-pedidos = zeros
               move 1 to versao-pedidos
           end-if
           move zeros to ws-hora-versao
           perform grava-versao-pedido thru grava-versao-pedido-fim.
       alteracao-itens.
           perform lista-itens-alteracao
               thru lista-itens-alteracao-fim
           display "I=Inclui A=Altera E=Exclui F=Finaliza D=Desiste: "
                                  at 1001
           move spaces to resposta
           accept resposta at 1051
           if resposta = "I" or "i"
               go alteracao-inclui
           end-if
           if resposta = "A" or "a"
               go alteracao-quantidade
           end-if
           if resposta = "E" or "e"
               go alteracao-exclui
           end-if
           if resposta = "F" or "f"
               go alteracao-finaliza
           end-if
           if resposta = "D" or "d"
               go alteracao-desiste
           end-if
           go alteracao-itens.
       alteracao-inclui.
           if ws-sequencia-item = 99
               display "Limite de Itens do Pedido Atingido." at 2301
               accept resposta at 2380
               go alteracao-itens
           end-if

           move zeros to ws-produto-item
           display "Produto.....: " at 1101
           accept ws-produto-item at 1115
           if ws-produto-item = zeros
               go alteracao-itens
           end-if

           move ws-produto-item to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go alteracao-itens
           end-read
           if produto-inativo
               display "Produto Inativo, Nao Pode Ser Vendido." at 2301
               accept resposta at 2380
               go alteracao-itens
           end-if
           display pro-descricao at 1122.
       alteracao-inclui-quantidade.
           move zeros to ws-quantidade-item
           display "Quantidade..: " at 1201
           display "        "       at 1215
           accept ws-quantidade-item at 1215
           if ws-quantidade-item = zeros
               display "Quantidade Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go alteracao-inclui-quantidade
           end-if

           move spaces to ws-unidade-item
           move 12     to ws-linha-unidade
           perform converte-unidade-item
           if not ws-und-valida
               go alteracao-inclui-quantidade
           end-if

           perform avisa-saldo-item

           add 1 to ws-sequencia-item
           initialize registro-itens-pedido
           move numero-pedidos     to ite-pedido
           move ws-sequencia-item  to ite-sequencia
           move ws-produto-item    to ite-produto
           move ws-quantidade-item to ite-quantidade
           move ws-unidade-item     to ite-unidade-venda
           move ws-quantidade-venda to ite-quantidade-venda
           move ws-und-fator        to ite-fator-unidade
           perform preca-item-alteracao

           write registro-itens-pedido invalid key
               display "Gravacao Item com Problema, Estado " at 2301
                           estado-itens-pedido
               accept resposta at 2380
           end-write
           go alteracao-itens.
      * Quantidade alterada e repreciada pela tabela vigente na
      * data do pedido, como na inclusao.
       alteracao-quantidade.
           move zeros to ite-sequencia
           display "Sequencia...: " at 1101
           accept ite-sequencia at 1115
           if ite-sequencia = zeros
               go alteracao-itens
           end-if

           move numero-pedidos to ite-pedido
           read itens-pedido invalid key
               display "Item Nao Existe Neste Pedido." at 2301
               accept resposta at 2380
               go alteracao-itens
           end-read

           move ite-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
               move zeros  to pro-preco
           end-read
           display pro-descricao at 1122

           move zeros to ws-quantidade-item
           display "Quantidade..: " at 1201
           accept ws-quantidade-item at 1215
           if ws-quantidade-item = zeros
               go alteracao-itens
           end-if

           move ite-produto       to ws-produto-item
           move ite-unidade-venda to ws-unidade-item
           move 12                to ws-linha-unidade
           perform converte-unidade-item
           if not ws-und-valida
               go alteracao-itens
           end-if

           perform avisa-saldo-item

           move ws-quantidade-item to ite-quantidade
           move ws-unidade-item     to ite-unidade-venda
           move ws-quantidade-venda to ite-quantidade-venda
           move ws-und-fator        to ite-fator-unidade
           perform preca-item-alteracao

           rewrite registro-itens-pedido invalid key
               display "ReGravacao Item com Problema, Estado " at 2301
                           estado-itens-pedido
               accept resposta at 2380
           end-rewrite
           go alteracao-itens.
       alteracao-exclui.
           move zeros to ite-sequencia
           display "Sequencia...: " at 1101
           accept ite-sequencia at 1115
           if ite-sequencia = zeros
               go alteracao-itens
           end-if

           move numero-pedidos to ite-pedido
           read itens-pedido invalid key
               display "Item Nao Existe Neste Pedido." at 2301
               accept resposta at 2380
               go alteracao-itens
           end-read

           display "Exclui o Item? Sim ou Nao?" at 2301
           accept resposta at 2328
           if resposta = "S" or "s"
               delete itens-pedido invalid key
                   continue
               end-delete
           end-if
           go alteracao-itens.
       alteracao-finaliza.
           if valor-pedidos = zeros
               display "Pedido Exige Ao Menos Um Item. " at 2301
               accept resposta at 2380
               go alteracao-itens
           end-if
           move valor-pedidos to valor-bruto-pedidos.
       alteracao-desconto.
           display "Desconto %..: " at 0840
           accept desconto-pedidos at 0854
           if desconto-pedidos > ws-desconto-maximo
               display "Desconto Acima da Sua Alcada de " at 2301
                           ws-desconto-maximo
               accept resposta at 2380
               go alteracao-desconto
           end-if

           compute valor-pedidos rounded = valor-bruto-pedidos
                 * (100 - desconto-pedidos) / 100
           end-compute
           display tela-pedido-valor.
      * Itens e desconto mudam peso e valor: o frete e refeito,
      * podendo trocar a transportadora.
       alteracao-frete.
           display "Transp.(0=Retira): " at 0340
           display transportadora-pedidos at 0359
           accept transportadora-pedidos at 0359
           perform calcula-frete thru calcula-frete-fim
           if not transportadora-valida
               go alteracao-frete
           end-if

           perform define-moeda-pedido thru define-moeda-pedido-fim

      * Credito reavaliado do zero: liberacao dada para a versao
      * anterior nao vale para o novo valor.
           move spaces to liberacao-pedidos operador-liberacao-pedidos
           perform verifica-limite-credito
               thru verifica-limite-credito-fim
           if credito-aprovado
               move "P" to status-pedidos
           else
               display "Reter Para Analise de Credito (S/N)? "
                                      at 2301
               accept resposta at 2339
               if resposta not = "S" and "s"
                   perform restaura-versao-pedido
                       thru restaura-versao-pedido-fim
                   unlock pedidos
                   display "Alteracao Desfeita: Limite de Credito."
                                          at 2301
                   accept resposta at 2380
                   go mostra-opcoes
               end-if
               move "R" to status-pedidos
           end-if

           add 1 to versao-pedidos
           move ws-operador to operador-pedidos
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to data-alteracao-pedidos

           rewrite registro-pedidos invalid key
               move "Pedidos"          to log-programa
               move "alteracao"         to log-paragrafo
               move "Pedidos"           to log-arquivo
               move estado-pedidos       to log-estado
               perform grava-log-erro

               subtract 1 from versao-pedidos
               perform restaura-versao-pedido
                   thru restaura-versao-pedido-fim
               unlock pedidos
               display "ReGravacao com Problema, Estado " at 2301
                           estado-pedidos
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite
           unlock pedidos

           accept ws-hora-versao from time
           perform grava-versao-pedido thru grava-versao-pedido-fim

           display "Pedido Alterado, Versao " at 2301 versao-pedidos
           accept resposta at 2380
           go mostra-opcoes.
       alteracao-desiste.
           perform restaura-versao-pedido
               thru restaura-versao-pedido-fim
           unlock pedidos
           display "Alteracao Desfeita. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
       lista-itens-alteracao.
           display tela-pedido tela-pedido-dados
           move zeros to valor-pedidos ws-sequencia-item
                         desconto-volume-pedidos
           display "Seq Produto Qtde        Unitario     Total"
                                  at 1301
           move 13 to ws-linha-item
           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go lista-itens-alteracao-fim
           end-start.
       lista-itens-alteracao-le.
           read itens-pedido next at end
               go lista-itens-alteracao-fim
           end-read
           if ite-pedido not = numero-pedidos
               go lista-itens-alteracao-fim
           end-if

           add ite-total           to valor-pedidos
           add ite-desconto-volume to desconto-volume-pedidos
           move ite-sequencia to ws-sequencia-item

           if ws-linha-item < 21
               add 1 to ws-linha-item
               display ite-sequencia  at line ws-linha-item column 01
               display ite-produto    at line ws-linha-item column 05
               display ite-quantidade at line ws-linha-item column 12
               display ite-preco-unitario
                                      at line ws-linha-item column 24
               display ite-total      at line ws-linha-item column 37
           end-if
           go lista-itens-alteracao-le.
       lista-itens-alteracao-fim.
           display tela-pedido-valor.
       avisa-saldo-item.
           move ws-produto-item to ws-esf-produto
           move filial-pedidos  to ws-esf-filial
           perform saldo-item-filial
           if ws-quantidade-item > ws-saldo-item
               display "Atencao: Saldo Disponivel Insuficiente."
                                      at 2301
               accept resposta at 2380
           end-if.
       preca-item-alteracao.
           perform busca-preco-vigente thru busca-preco-vigente-fim
           if preco-encontrado
               move ws-preco-vigente to ite-preco-unitario
           else
               move pro-preco        to ite-preco-unitario
           end-if
           move ws-origem-preco to ite-origem-preco
           perform aplica-campanha thru aplica-campanha-fim
           perform aplica-desconto-volume
               thru aplica-desconto-volume-fim
           compute ite-total rounded =
                   ite-quantidade * ite-preco-unitario
           end-compute.
      * Historico de versoes: cabecalho e itens como estavam. Versao
      * ja gravada fica como esta (nao se reescreve a historia).
       grava-versao-pedido.
           initialize registro-versoes-pedido
           move numero-pedidos         to vpe-pedido
           move versao-pedidos         to vpe-versao
           move cliente-pedidos        to vpe-cliente
           move vendedor-pedidos       to vpe-vendedor
           move data-pedidos           to vpe-data-pedido
           move condicao-pedidos       to vpe-condicao
           move valor-bruto-pedidos    to vpe-valor-bruto
           move desconto-pedidos       to vpe-desconto
           move valor-pedidos          to vpe-valor
           move status-pedidos         to vpe-status
           move operador-pedidos       to vpe-operador
           move data-alteracao-pedidos to vpe-data
           move ws-hora-versao         to vpe-hora
           write registro-versoes-pedido invalid key
               go grava-versao-pedido-fim
           end-write

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go grava-versao-pedido-fim
           end-start.
       grava-versao-pedido-le.
           read itens-pedido next at end
               go grava-versao-pedido-fim
           end-read
           if ite-pedido not = numero-pedidos
               go grava-versao-pedido-fim
           end-if

           initialize registro-itens-versao-pedido
           move numero-pedidos     to ivp-pedido
           move versao-pedidos     to ivp-versao
           move ite-sequencia      to ivp-sequencia
           move ite-produto        to ivp-produto
           move ite-quantidade     to ivp-quantidade
           move ite-preco-unitario to ivp-preco-unitario
           move ite-total          to ivp-total
           move ite-origem-preco   to ivp-origem-preco
           move ite-campanha       to ivp-campanha
           move ite-percentual-volume to ivp-percentual-volume
           move ite-desconto-volume   to ivp-desconto-volume
           move ite-unidade-venda     to ivp-unidade-venda
           move ite-quantidade-venda  to ivp-quantidade-venda
           move ite-fator-unidade     to ivp-fator-unidade
           write registro-itens-versao-pedido invalid key
               continue
           end-write
           go grava-versao-pedido-le.
       grava-versao-pedido-fim.
           exit.
      * Desistencia: os itens voltam a ser os da versao guardada no
      * inicio da alteracao.
       restaura-versao-pedido.
           perform exclui-itens-pedido thru exclui-itens-pedido-fim

           move numero-pedidos to ivp-pedido
           move versao-pedidos to ivp-versao
           move zeros          to ivp-sequencia
           start itens-versao-pedido
               key is >= chave-itens-versao-pedido invalid key
               go restaura-versao-pedido-fim
           end-start.
       restaura-versao-pedido-le.
           read itens-versao-pedido next at end
               go restaura-versao-pedido-fim
           end-read
           if ivp-pedido not = numero-pedidos
               or ivp-versao not = versao-pedidos
               go restaura-versao-pedido-fim
           end-if

           initialize registro-itens-pedido
           move ivp-pedido         to ite-pedido
           move ivp-sequencia      to ite-sequencia
           move ivp-produto        to ite-produto
           move ivp-quantidade     to ite-quantidade
           move ivp-preco-unitario to ite-preco-unitario
           move ivp-total          to ite-total
           move ivp-origem-preco   to ite-origem-preco
           move ivp-campanha       to ite-campanha
           move ivp-percentual-volume to ite-percentual-volume
           move ivp-desconto-volume   to ite-desconto-volume
           move ivp-unidade-venda     to ite-unidade-venda
           move ivp-quantidade-venda  to ite-quantidade-venda
           move ivp-fator-unidade     to ite-fator-unidade
           write registro-itens-pedido invalid key
               continue
           end-write
           go restaura-versao-pedido-le.
       restaura-versao-pedido-fim.
           exit.
      * Consulta do historico: uma linha por versao com quem mudou e
      * quando; escolhida a versao, mostra os itens que ela tinha.
       consulta-versoes section.
           initialize registro-pedidos

           display tela-pedido
           accept tela-pedido
           if numero-pedidos = zeros
               go mostra-opcoes
           end-if

           read pedidos invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go consulta-versoes
           end-read

           display tela-pedido-dados tela-pedido-valor

           move numero-pedidos to vpe-pedido
           move zeros          to vpe-versao
           start versoes-pedido key is >= chave-versoes-pedido
               invalid key
               display "Pedido Sem Alteracoes Registradas." at 2301
               accept resposta at 2380
               go consulta-versoes
           end-start

           display "Ver Data     Hora     Operador Valor          St"
                                  at 1001
           move 10 to linha.
       consulta-versoes-le.
           read versoes-pedido next at end
               go consulta-versoes-itens
           end-read
           if vpe-pedido not = numero-pedidos
               go consulta-versoes-itens
           end-if

           add 1 to linha
           display vpe-versao   at line linha column 01
           display vpe-data     at line linha column 05
           display vpe-hora(1:6) at line linha column 14
           display vpe-operador at line linha column 23
           display vpe-valor    at line linha column 32
           display vpe-status   at line linha column 47

           if linha < 21
               go consulta-versoes-le
           end-if.
       consulta-versoes-itens.
           move zeros to ws-versao-consulta
           display "Versao Para Ver os Itens (0=Sai): " at 2301
           accept ws-versao-consulta at 2336
           if ws-versao-consulta = zeros
               go consulta-versoes
           end-if

           display erase at 0101
           display "Pedido " at 0101 numero-pedidos
           display "Versao " at 0120 ws-versao-consulta
           display "Seq Produto Qtde        Unitario     Total"
                                  at 0301
           move 03 to ws-linha-item
           move numero-pedidos     to ivp-pedido
           move ws-versao-consulta to ivp-versao
           move zeros              to ivp-sequencia
           start itens-versao-pedido
               key is >= chave-itens-versao-pedido invalid key
               go consulta-versoes-fim
           end-start.
       consulta-versoes-itens-le.
           read itens-versao-pedido next at end
               go consulta-versoes-fim
           end-read
           if ivp-pedido not = numero-pedidos
               or ivp-versao not = ws-versao-consulta
               go consulta-versoes-fim
           end-if

           add 1 to ws-linha-item
           display ivp-sequencia      at line ws-linha-item column 01
           display ivp-produto        at line ws-linha-item column 05
           display ivp-quantidade     at line ws-linha-item column 12
           display ivp-preco-unitario at line ws-linha-item column 24
           display ivp-total          at line ws-linha-item column 37

           if ws-linha-item < 21
               go consulta-versoes-itens-le
           end-if.
       consulta-versoes-fim.
           display "Enter, finaliza Consulta." at 2301
           accept resposta at 2380
           go consulta-versoes.
      * Entrega efetiva: fecha o ciclo da data prevista calculada
      * na inclusao e alimenta o relatorio de pontualidade.
       registra-entrega section.
           display tela-pedido-dados tela-pedido-valor
           display "Status: " at 1001 status-pedidos
           display "Operador: " at 1101 operador-pedidos
           move frete-pedidos to ws-frete-edicao
           display "Transp.: "  at 1140 transportadora-pedidos
           display "Frete.: "   at 1155 ws-frete-edicao
           perform consulta-itens thru consulta-itens-fim
           display "Enter, finaliza Consulta." at 2301
           accept resposta at 2380
       consulta-itens.
           display "Seq Produto Qtde        Unitario     Total"
                                  at 1301
           display "Pedido Em"    at 1352
           move 13 to ws-linha-item
           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           display ite-quantidade     at line ws-linha-item column 12
           display ite-preco-unitario at line ws-linha-item column 24
           display ite-total          at line ws-linha-item column 37
           if ite-unidade-venda not = spaces
               display ite-quantidade-venda
                                      at line ws-linha-item column 52
               display ite-unidade-venda
                                      at line ws-linha-item column 62
           end-if

           if ws-linha-item < 21
               go consulta-itens-le
               go aplica-apuracao-le
           end-rewrite

      * Cliente em moeda estrangeira: a taxa do dia do lancamento
      * fica fixada no pedido e nos titulos, se a fatura ainda nao
      * a fixou.
           perform fixa-cambio-pedido thru fixa-cambio-pedido-fim

           move "L"            to status-pedidos
           move ws-operador    to operador-pedidos
           accept ws-data-sistema from date yyyymmdd
               perform grava-log-erro
           end-rewrite

      * A saida fisica do estoque acontece na expedicao, linha a
      * linha pelo que de fato saiu: o lancamento so reconhece a
      * venda e gera o contas a receber.

      * O lancamento do pedido gera o contas a receber: um titulo
      * por parcela da condicao de pagamento, vencimento rolado
       aplica-apuracao-fim.
           exit.
      * Desfazer devolve cada pedido ja aplicado ao estado de
      * confirmado: vendas do cliente e titulos gerados voltam
      * atras. O estoque nao e tocado pelo lancamento.
       desfaz-apuracao.
           open i-o apuracao-pendente
           if estado-apuracao-pend not = "00"
               go desfaz-apuracao-le
           end-read

           if pedido-lancado
               move "C"         to status-pedidos
               move ws-operador to operador-pedidos
               accept ws-data-sistema from date yyyymmdd

           perform desfaz-titulos thru desfaz-titulos-fim

      * Totais correntes so entraram depois da marca A: pendencia
      * E nunca chegou a soma-los.
           if etapa-aplicada
           if tit-pedido not = numero-pedidos
               go desfaz-titulos-fim
           end-if
      * O titulo do IPI e da fatura emitida, nao do lancamento.
           if titulo-ipi-fatura
               go desfaz-titulos-le
           end-if
           delete titulos-receber invalid key
               continue
           end-delete
           go desfaz-titulos-le.
       desfaz-titulos-fim.
           exit.
       le-controle-apuracao.
           move "N" to ws-tem-apuracao
           open input apuracao-controle
               go verifica-limite-credito-fim
           end-if

      * Cliente de grupo economico responde tambem pelo grupo: o
      * limite consolidado contra titulos em aberto e pedidos em
      * carteira de todos os membros, e o bloqueio de um membro
      * vale para todos quando o grupo propaga bloqueio.
           move grupo-clientes to ws-grp-grupo
           move numero-pedidos to ws-grp-pedido-excluido
           call "Exposicao-Grupo"
               using ws-grp-grupo ws-grp-pedido-excluido
                     ws-grp-situacao ws-grp-limite ws-grp-titulos
                     ws-grp-pedidos ws-grp-exposicao ws-grp-membros
                     ws-grp-bloqueados ws-grp-propaga
           end-call
           cancel "Exposicao-Grupo"

           if ws-grp-encontrado and ws-grp-propaga-bloqueio
               and ws-grp-bloqueados > zeros
               display "Grupo Economico Com Membro Bloqueado."
                                      at 2301
               accept resposta at 2380
               go verifica-limite-credito-fim
           end-if

           if limite-credito-clientes not = zeros
               and vendas-mensais-clientes + valor-pedidos
                   > limite-credito-clientes
               display "Limite de Credito Excedido Para o Cliente."
                                      at 2201
               go verifica-limite-credito-libera
           end-if

           if ws-grp-encontrado and ws-grp-limite not = zeros
               and ws-grp-exposicao + valor-pedidos > ws-grp-limite
               display "Limite do Grupo Economico Excedido.       "
                                      at 2201
               go verifica-limite-credito-libera
           end-if

           move "S" to ws-credito-ok
           go verifica-limite-credito-fim.
       verifica-limite-credito-libera.
           display "Liberacao do Supervisor (S/N)? " at 2301
           accept resposta at 2332
           if resposta not = "S" and "s"
           exit.

      * Preco vigente: o registro de maior data-vigencia que nao
      * ultrapassa a data do pedido, procurado primeiro na lista do
      * cliente, depois na lista da classe ABC e por fim na tabela
      * geral. A origem fica no item para a analise de divergencia.
       busca-preco-vigente.
           move "N"   to ws-tem-preco
           move "P"   to ws-origem-preco
           move zeros to ws-preco-vigente

           move data-pedidos(5:4) to ws-data-pedido-aaaammdd(1:4)
           move data-pedidos(3:2) to ws-data-pedido-aaaammdd(5:2)
           move data-pedidos(1:2) to ws-data-pedido-aaaammdd(7:2)

           if listas-disponivel
               move cliente-pedidos to lpr-cliente
               move spaces          to lpr-classe
               perform busca-lista-preco thru busca-lista-preco-fim
               if preco-encontrado
                   move "L" to ws-origem-preco
                   go busca-preco-vigente-fim
               end-if

               if codigo-clientes not = cliente-pedidos
                   move cliente-pedidos to codigo-clientes
                   read clientes invalid key
                       move spaces to classe-clientes
                   end-read
               end-if
               move classe-clientes to ws-classe-lista
               if ws-classe-lista not = spaces
                   move zeros           to lpr-cliente
                   move ws-classe-lista to lpr-classe
                   perform busca-lista-preco thru busca-lista-preco-fim
                   if preco-encontrado
                       move "K" to ws-origem-preco
                       go busca-preco-vigente-fim
                   end-if
               end-if
           end-if

           move ws-produto-item to prc-produto
           move zeros           to prc-data-vigencia
           start precos key is >= chave-precos invalid key
               go busca-preco-vigente-fim
           end-if
           move "S"       to ws-tem-preco
           move "T"       to ws-origem-preco
           move prc-preco to ws-preco-vigente
           go busca-preco-vigente-le.
       busca-preco-vigente-fim.
           exit.
      * Lista especial (cliente ou classe ja movidos para a chave):
      * mesma regra de vigencia da tabela geral.
       busca-lista-preco.
           move ws-produto-item to lpr-produto
           move zeros           to lpr-data-vigencia
           move lpr-cliente     to ws-lista-cliente
           move lpr-classe      to ws-classe-lista
           start listas-preco key is >= chave-listas-preco invalid key
               go busca-lista-preco-fim
           end-start.
       busca-lista-preco-le.
           read listas-preco next at end
               go busca-lista-preco-fim
           end-read
           if lpr-cliente not = ws-lista-cliente
               or lpr-classe not = ws-classe-lista
               or lpr-produto not = ws-produto-item
               go busca-lista-preco-fim
           end-if
           if lpr-data-vigencia > ws-data-pedido-aaaammdd
               go busca-lista-preco-fim
           end-if
           move "S"       to ws-tem-preco
           move lpr-preco to ws-preco-vigente
           go busca-lista-preco-le.
       busca-lista-preco-fim.
           exit.
      * Campanha promocional ativa na data do pedido, para o produto
      * ou para a familia dele, na UF do cliente e na filial do
      * pedido (campanha sem UF ou sem filial vale para todas). O
      * preco promocional so entra se for menor que o ja apurado;
      * havendo mais de uma campanha, fica a de menor preco.
       aplica-campanha.
           move zeros              to ite-campanha
           move ite-preco-unitario to ws-preco-base-campanha
           if not campanhas-disponivel
               go aplica-campanha-fim
           end-if
           if codigo-clientes not = cliente-pedidos
               move cliente-pedidos to codigo-clientes
               read clientes invalid key
                   move spaces to uf-clientes
               end-read
           end-if
           if pro-codigo not = ws-produto-item
               move ws-produto-item to pro-codigo
               read produtos invalid key
                   move zeros to pro-familia
               end-read
           end-if

           move ws-produto-item to ica-produto
           start itens-campanha key is = ica-produto invalid key
               go aplica-campanha-familia
           end-start.
       aplica-campanha-produto.
           read itens-campanha next at end
               go aplica-campanha-familia
           end-read
           if ica-produto not = ws-produto-item
               go aplica-campanha-familia
           end-if
           perform avalia-campanha
           go aplica-campanha-produto.
       aplica-campanha-familia.
           if pro-familia = zeros
               go aplica-campanha-fim
           end-if
           move pro-familia to ica-familia
           start itens-campanha key is = ica-familia invalid key
               go aplica-campanha-fim
           end-start.
       aplica-campanha-familia-le.
           read itens-campanha next at end
               go aplica-campanha-fim
           end-read
           if ica-familia not = pro-familia
               go aplica-campanha-fim
           end-if
           if ica-produto = zeros
               perform avalia-campanha
           end-if
           go aplica-campanha-familia-le.
       aplica-campanha-fim.
           exit.
      * Desconto por volume: a maior faixa que a quantidade do item
      * alcanca, na tabela do produto ou, sem ela, na da familia. Nao
      * se soma a preco de campanha. O valor concedido fica no item e
      * no pedido, separado do desconto manual do vendedor.
       aplica-desconto-volume.
           move zeros to ite-percentual-volume ite-desconto-volume
           if not descontos-disponivel
               or ite-campanha not = zeros
               go aplica-desconto-volume-fim
           end-if
           if pro-codigo not = ws-produto-item
               move ws-produto-item to pro-codigo
               read produtos invalid key
                   move zeros to pro-familia
               end-read
           end-if

           move ws-produto-item to ws-faixa-produto
           move zeros           to ws-faixa-familia
           perform busca-faixa-volume thru busca-faixa-volume-fim
           if ite-percentual-volume = zeros
               and pro-familia not = zeros
               move zeros       to ws-faixa-produto
               move pro-familia to ws-faixa-familia
               perform busca-faixa-volume thru busca-faixa-volume-fim
           end-if
           if ite-percentual-volume = zeros
               go aplica-desconto-volume-fim
           end-if

           move ite-preco-unitario to ws-preco-antes-volume
           compute ite-preco-unitario rounded =
                   ws-preco-antes-volume
                 * (100 - ite-percentual-volume) / 100
           end-compute
           compute ite-desconto-volume rounded =
                   (ws-preco-antes-volume - ite-preco-unitario)
                 * ite-quantidade
           end-compute.
       aplica-desconto-volume-fim.
           exit.
       busca-faixa-volume.
           move ws-faixa-produto to dvl-produto
           move ws-faixa-familia to dvl-familia
           move zeros            to dvl-quantidade-minima
           start descontos-volume key is >= chave-descontos-volume
               invalid key
               go busca-faixa-volume-fim
           end-start.
       busca-faixa-volume-le.
           read descontos-volume next at end
               go busca-faixa-volume-fim
           end-read
           if dvl-produto not = ws-faixa-produto
               or dvl-familia not = ws-faixa-familia
               go busca-faixa-volume-fim
           end-if
           if dvl-quantidade-minima > ite-quantidade
               go busca-faixa-volume-fim
           end-if
           move dvl-percentual to ite-percentual-volume
           go busca-faixa-volume-le.
       busca-faixa-volume-fim.
           exit.
       avalia-campanha.
           move ica-campanha to cmp-codigo
           read campanhas invalid key
               move spaces to cmp-situacao
           end-read
           if campanha-ativa
               and ws-data-pedido-aaaammdd >= cmp-data-inicio
               and ws-data-pedido-aaaammdd <= cmp-data-fim
               and (cmp-uf = spaces or cmp-uf = uf-clientes)
               and (cmp-filial = zeros or cmp-filial = filial-pedidos)
               if ica-preco-promocional > zeros
                   move ica-preco-promocional to ws-preco-campanha
               else
                   compute ws-preco-campanha rounded =
                           ws-preco-base-campanha
                         * (100 - ica-percentual-desconto) / 100
                   end-compute
               end-if
               if ws-preco-campanha < ite-preco-unitario
                   move ws-preco-campanha to ite-preco-unitario
                   move ica-campanha      to ite-campanha
               end-if
           end-if.

       verifica-estoque-pedido.
           move "S" to situacao-estoque
               go verifica-estoque-pedido-fim
           end-if

           move ite-produto    to ws-esf-produto
           move filial-pedidos to ws-esf-filial
           perform saldo-item-filial
           if ite-quantidade > ws-saldo-item
               move "N" to situacao-estoque
               display "Sem Saldo Para o Produto " at 2201
                           ite-produto
           go verifica-estoque-pedido-le.
       verifica-estoque-pedido-fim.
           exit.
      * Saldo que a filial tem para o item; kit e atendido pelo
      * que os componentes permitem montar.
       saldo-item-filial.
           move ws-esf-produto to pro-codigo
           read produtos invalid key
               move "N" to pro-kit
           end-read
           if not produto-kit
               perform le-estoque-filial
               move esf-saldo-disponivel to ws-saldo-item
               exit paragraph
           end-if

           move "D"            to ws-kit-operacao
           move ws-esf-produto to ws-kit-produto
           move ws-esf-filial  to ws-kit-filial
           move zeros          to ws-kit-quantidade
           perform chama-movimenta-kit
           move ws-kit-efetivo to ws-saldo-item.
      * O movimento do kit e feito nos componentes, com o estoque
      * fechado aqui.
       chama-movimenta-kit.
           move ws-operador    to ws-kit-operador
           move numero-pedidos to ws-kit-documento
           move zeros          to ws-kit-sequencia ws-kit-expedicao
           move cliente-pedidos to ws-kit-cliente
           close estoque
           call "Movimenta-Kit"
               using ws-kit-operacao ws-kit-produto ws-kit-filial
                     ws-kit-quantidade ws-kit-documento
                     ws-kit-operador ws-kit-sequencia
                     ws-kit-expedicao ws-kit-cliente
                     ws-kit-efetivo ws-kit-custo
           end-call
           cancel "Movimenta-Kit"
           open i-o estoque.

      * Frete do pedido: o peso sai dos itens pelo cadastro de
      * produtos e o destino do endereco de entrega ou, sem ele, do
      * cadastro do cliente. A faixa da cidade vale sobre a da UF,
      * e em cada uma a faixa de peso antes da faixa de valor. Sem
      * tabela o operador informa o frete combinado.
       calcula-frete.
           move "S"   to situacao-transportadora
           move zeros to peso-pedidos frete-pedidos
           if transportadora-pedidos = zeros
               go calcula-frete-mostra
           end-if

           move transportadora-pedidos to trp-codigo
           read transportadoras invalid key
               display "Transportadora Nao Cadastrada, verifique."
                                      at 2301
               accept resposta at 2380
               move "N" to situacao-transportadora
               go calcula-frete-fim
           end-read
           if transportadora-inativa
               display "Transportadora Inativa, verifique." at 2301
               accept resposta at 2380
               move "N" to situacao-transportadora
               go calcula-frete-fim
           end-if

           perform soma-peso-pedido thru soma-peso-pedido-fim
           perform localiza-destino-frete
               thru localiza-destino-frete-fim

           move "N" to situacao-faixa-frete
           if ws-cidade-frete not = zeros
               move ws-cidade-frete to ws-cidade-busca
               perform procura-faixas-destino
           end-if
           if not faixa-frete-encontrada
               move zeros to ws-cidade-busca
               perform procura-faixas-destino
           end-if

           if faixa-frete-encontrada
               compute frete-pedidos rounded = frt-valor-fixo
                     + valor-pedidos * frt-percentual / 100
               end-compute
           else
               display "Sem Tabela de Frete, Informe o Valor: "
                                      at 2301
               accept frete-pedidos at 2340
           end-if.
       calcula-frete-mostra.
           move frete-pedidos to ws-frete-edicao
           display "Frete.: "      at 0740
           display ws-frete-edicao at 0748.
       calcula-frete-fim.
           exit.
       procura-faixas-destino.
           move "P"          to ws-base-busca
           move peso-pedidos to ws-medida-busca
           perform procura-faixa-frete thru procura-faixa-frete-fim
           if not faixa-frete-encontrada
               move "V"           to ws-base-busca
               move valor-pedidos to ws-medida-busca
               perform procura-faixa-frete thru procura-faixa-frete-fim
           end-if.
      * A faixa vale ate o seu limite: a primeira chave igual ou
      * acima da medida e a faixa que cobre o pedido.
       procura-faixa-frete.
           move "N"                    to situacao-faixa-frete
           move transportadora-pedidos to frt-transportadora
           move ws-uf-frete            to frt-uf
           move ws-cidade-busca        to frt-cidade
           move ws-base-busca          to frt-base
           move ws-medida-busca        to frt-limite
           start fretes key is >= chave-fretes invalid key
               go procura-faixa-frete-fim
           end-start
           read fretes next at end
               go procura-faixa-frete-fim
           end-read
           if frt-transportadora = transportadora-pedidos
              and frt-uf     = ws-uf-frete
              and frt-cidade = ws-cidade-busca
              and frt-base   = ws-base-busca
               move "S" to situacao-faixa-frete
           end-if.
       procura-faixa-frete-fim.
           exit.
       soma-peso-pedido.
           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go soma-peso-pedido-fim
           end-start.
       soma-peso-pedido-le.
           read itens-pedido next at end
               go soma-peso-pedido-fim
           end-read
           if ite-pedido not = numero-pedidos
               go soma-peso-pedido-fim
           end-if

           move ite-produto to pro-codigo
           read produtos invalid key
               go soma-peso-pedido-le
           end-read
           compute peso-pedidos = peso-pedidos
                 + ite-quantidade * pro-peso
           end-compute
           go soma-peso-pedido-le.
       soma-peso-pedido-fim.
           exit.
       localiza-destino-frete.
           move uf-clientes     to ws-uf-frete
           move cidade-clientes to ws-cidade-frete-nome
           move zeros           to ws-cidade-frete ws-rota-destino
           if entrega-tipo-pedidos = "E"
               move cliente-pedidos     to end-cliente
               move "E"                 to end-tipo
               move entrega-seq-pedidos to end-sequencia
               read enderecos invalid key
                   continue
               not invalid key
                   move end-uf     to ws-uf-frete
                   move end-cidade to ws-cidade-frete-nome
               end-read
           end-if

           move ws-uf-frete to uf-cidades
           move zeros       to codigo-cidades
           start cidades key is >= chave-cidades invalid key
               go localiza-destino-frete-fim
           end-start.
       localiza-destino-frete-le.
           read cidades next at end
               go localiza-destino-frete-fim
           end-read
           if uf-cidades not = ws-uf-frete
               go localiza-destino-frete-fim
           end-if
           if nome-cidades = ws-cidade-frete-nome
               move codigo-cidades to ws-cidade-frete
               move rota-cidades   to ws-rota-destino
               go localiza-destino-frete-fim
           end-if
           go localiza-destino-frete-le.
       localiza-destino-frete-fim.
           exit.

      * Data prevista de entrega: a partir da data do pedido, o
      * prazo do cliente e contado em dias uteis pelo calendario.
           move ws-venc-util to ws-venc-base
           go calcula-entrega-prevista-loop.
       calcula-entrega-prevista-cancela.
           cancel "Proximo-Dia-Util"

      * Cidade de destino com rota de entrega: a promessa cai no
      * primeiro dia em que o caminhao da rota passa por la.
           perform localiza-destino-frete
               thru localiza-destino-frete-fim
           if ws-rota-destino not = zeros
               call "Proximo-Dia-Rota"
                   using ws-rota-destino data-entrega-prevista
                         ws-venc-util
               end-call
               cancel "Proximo-Dia-Rota"
               move ws-venc-util to data-entrega-prevista
           end-if.
       calcula-entrega-prevista-fim.
           exit.

               move 1 to ws-parcelas-gerar
           end-if

      * O cliente paga mercadoria mais frete: o titulo cobra os dois.
           compute ws-valor-titulos = valor-pedidos + frete-pedidos
           end-compute
           divide ws-valor-titulos by ws-parcelas-gerar
               giving ws-valor-parcela rounded
           move zeros to ws-valor-acumulado
           divide valor-moeda-pedidos by ws-parcelas-gerar
               giving ws-parcela-moeda rounded
           move zeros to ws-acumulado-moeda

           move data-pedidos(5:4) to ws-venc-base(1:4)
           move data-pedidos(3:2) to ws-venc-base(5:2)
           move ws-data-sistema  to tit-emissao
           move ws-venc-util     to tit-vencimento
           if ws-parcela = ws-parcelas-gerar
               compute tit-valor = ws-valor-titulos - ws-valor-acumulado
               end-compute
           else
               move ws-valor-parcela to tit-valor
           move spaces to tit-operador-pagamento
           move "A"    to tit-status

      * Titulo de cliente estrangeiro: o valor na moeda do cliente e
      * a taxa da emissao; o valor em reais fica a essa taxa.
           if moeda-pedidos not = spaces
               move moeda-pedidos       to tit-moeda
               move taxa-cambio-pedidos to tit-taxa-emissao
               if ws-parcela = ws-parcelas-gerar
                   compute tit-valor-moeda =
                           valor-moeda-pedidos - ws-acumulado-moeda
                   end-compute
               else
                   move ws-parcela-moeda to tit-valor-moeda
                   add ws-parcela-moeda  to ws-acumulado-moeda
               end-if
           end-if

      * Reexecucao da apuracao nao pode duplicar titulo: a chave
      * pedido+parcela ja gravada e simplesmente mantida.
           write registro-titulos invalid key
       gera-titulos-fim.
           cancel "Proximo-Dia-Util"
           exit.
      * Moeda do pedido pelo pais do cliente. Enquanto nenhuma fatura
      * ou lancamento fixou a taxa, vale a taxa do dia e o valor na
      * moeda e so indicativo; taxa fixada nao muda mais.
       define-moeda-pedido.
           if data-cambio-pedidos not = zeros
               go define-moeda-pedido-valor
           end-if
           move spaces to moeda-pedidos
           move zeros  to taxa-cambio-pedidos valor-moeda-pedidos
           if codigo-clientes not = cliente-pedidos
               move cliente-pedidos to codigo-clientes
               read clientes invalid key
                   move zeros to codigo-pais-clientes
               end-read
           end-if
           move codigo-pais-clientes to ws-cmb-pais
           accept ws-cmb-data from date yyyymmdd
           perform busca-taxa-cambio
           if not ws-cmb-estrangeira
               go define-moeda-pedido-fim
           end-if
           move ws-cmb-moeda to moeda-pedidos
           move ws-cmb-taxa  to taxa-cambio-pedidos.
       define-moeda-pedido-valor.
           compute valor-moeda-pedidos rounded =
                   (valor-pedidos + frete-pedidos) / taxa-cambio-pedidos
           end-compute
           move valor-moeda-pedidos to ws-valor-moeda-edit
           display "Moeda: "           at 0945
           display moeda-pedidos       at 0952
           display ws-valor-moeda-edit at 0956.
       define-moeda-pedido-fim.
           exit.
       fixa-cambio-pedido.
           if moeda-pedidos = spaces or data-cambio-pedidos not = zeros
               go fixa-cambio-pedido-fim
           end-if
           if codigo-clientes not = cliente-pedidos
               move cliente-pedidos to codigo-clientes
               read clientes invalid key
                   move zeros to codigo-pais-clientes
               end-read
           end-if
           move codigo-pais-clientes to ws-cmb-pais
           accept ws-cmb-data from date yyyymmdd
           perform busca-taxa-cambio
           if not ws-cmb-estrangeira
               go fixa-cambio-pedido-fim
           end-if
           move ws-cmb-moeda to moeda-pedidos
           move ws-cmb-taxa  to taxa-cambio-pedidos
           move ws-cmb-data  to data-cambio-pedidos
           compute valor-moeda-pedidos rounded =
                   (valor-pedidos + frete-pedidos) / taxa-cambio-pedidos
           end-compute.
       fixa-cambio-pedido-fim.
           exit.
       avanca-um-dia-vencimento.
           evaluate ws-venc-mes
               when 01
           end-if.

      * Movimenta o estoque de todos os itens do pedido corrente:
      * R reserva na confirmacao o que falta expedir ate o limite do
      * disponivel da filial do pedido (o resto fica em backorder),
      * L devolve no cancelamento o que estava reservado para o
      * item. O saldo geral do produto acompanha o da filial.
       movimenta-estoque-pedido.
           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
               go movimenta-estoque-pedido-fim
           end-if

           move ite-produto to pro-codigo
           read produtos invalid key
               move "N" to pro-kit
           end-read
           if produto-kit
               perform movimenta-kit-pedido
               go movimenta-estoque-pedido-le
           end-if

           move ite-produto to est-produto
           read estoque invalid key
               move ite-produto to est-produto
               move zeros       to est-saldo-disponivel
                                   est-saldo-reservado
                                   est-custo-medio
               write registro-estoque invalid key
                   continue
               end-write
           end-read
           move ite-produto    to ws-esf-produto
           move filial-pedidos to ws-esf-filial
           perform le-estoque-filial

      * Na confirmacao o item recebe o custo medio do momento,
      * base da margem bruta da venda.
           move zeros to ws-quantidade-mov
           evaluate ws-tipo-movimento
               when "R"
                   if ite-quantidade-expedida + ite-quantidade-reservada
                           < ite-quantidade
                       compute ws-quantidade-mov = ite-quantidade
                             - ite-quantidade-expedida
                             - ite-quantidade-reservada
                       end-compute
                   end-if
                   if ws-quantidade-mov > esf-saldo-disponivel
                       move esf-saldo-disponivel to ws-quantidade-mov
                       move "B" to ite-situacao-entrega
                   end-if
                   if ws-quantidade-mov > est-saldo-disponivel
                       move est-saldo-disponivel to ws-quantidade-mov
                       move "B" to ite-situacao-entrega
                   end-if
                   subtract ws-quantidade-mov from est-saldo-disponivel
                   add ws-quantidade-mov to est-saldo-reservado
                                            ite-quantidade-reservada
                   move est-custo-medio to ite-custo-unitario
               when "L"
                   move ite-quantidade-reservada to ws-quantidade-mov
                   if ws-quantidade-mov > est-saldo-reservado
                       move zeros to est-saldo-reservado
                   else
                       subtract ws-quantidade-mov
                           from est-saldo-reservado
                   end-if
                   add ws-quantidade-mov to est-saldo-disponivel
                   move zeros to ite-quantidade-reservada
           end-evaluate

           rewrite registro-itens-pedido invalid key
               continue
           end-rewrite

           if ws-quantidade-mov = zeros
               go movimenta-estoque-pedido-le
           end-if

           rewrite registro-estoque invalid key
               continue
           end-rewrite

           move ws-tipo-movimento to ws-esf-operacao
           move ws-quantidade-mov to ws-esf-quantidade
           perform atualiza-estoque-filial

           move ite-produto       to mov-produto
           move ws-tipo-movimento to mov-tipo
           move ws-quantidade-mov to mov-quantidade
           move numero-pedidos    to mov-documento
           move ws-operador       to mov-operador
           move esf-filial        to mov-filial
           perform grava-mov-estoque

           go movimenta-estoque-pedido-le.
       movimenta-estoque-pedido-fim.
           exit.
      * Linha de kit: reserva quantos kits os componentes permitem
      * montar na filial do pedido; o que faltar fica em backorder.
       movimenta-kit-pedido.
           move ite-produto    to ws-kit-produto
           move filial-pedidos to ws-kit-filial
           move ws-tipo-movimento to ws-kit-operacao
           move zeros          to ws-kit-quantidade
           evaluate ws-tipo-movimento
               when "R"
                   if ite-quantidade-expedida + ite-quantidade-reservada
                           < ite-quantidade
                       compute ws-kit-quantidade = ite-quantidade
                             - ite-quantidade-expedida
                             - ite-quantidade-reservada
                       end-compute
                   end-if
               when "L"
                   move ite-quantidade-reservada to ws-kit-quantidade
           end-evaluate

           move zeros to ws-kit-efetivo ws-kit-custo
           if ws-kit-quantidade > zeros
               perform chama-movimenta-kit
           end-if

           evaluate ws-tipo-movimento
               when "R"
                   if ws-kit-efetivo < ws-kit-quantidade
                       move "B" to ite-situacao-entrega
                   end-if
                   add ws-kit-efetivo to ite-quantidade-reservada
                   if ws-kit-quantidade > zeros
                       move ws-kit-custo to ite-custo-unitario
                   end-if
               when "L"
                   move zeros to ite-quantidade-reservada
           end-evaluate

           rewrite registro-itens-pedido invalid key
               continue
           end-rewrite.

       copy "C:\CursoCobol\Copylib\GravaLogErro.cpy".

       copy "C:\CursoCobol\Copylib\GravaMovEstoque.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaEstoqueFilial.cpy".

       copy "C:\CursoCobol\Copylib\BuscaTaxaCambio.cpy".

      * Unidade em que o cliente pediu: a quantidade digitada e
      * convertida para a unidade base do produto, que e a unidade
      * do estoque, da reserva e do preco. Na unidade base os campos
      * de unidade do item ficam em branco.
       converte-unidade-item section.
           if ws-unidade-item = spaces
               move pro-unidade to ws-unidade-item
           end-if
           display "Unidade: "     at line ws-linha-unidade column 30
           display ws-unidade-item at line ws-linha-unidade column 39
           accept ws-unidade-item  at line ws-linha-unidade column 39
           if ws-unidade-item = spaces
               move pro-unidade to ws-unidade-item
           end-if

           move ws-produto-item to ws-und-produto
           move ws-unidade-item to ws-und-unidade
           move pro-unidade     to ws-und-base
           move "V"             to ws-und-uso
           perform busca-fator-unidade
           if not ws-und-valida
               display "Unidade Nao Liberada Para Venda do Produto."
                                      at 2301
               accept resposta at 2380
               exit section
           end-if

           if ws-unidade-item = pro-unidade
               move spaces to ws-unidade-item
               move zeros  to ws-quantidade-venda ws-und-fator
               exit section
           end-if

           move ws-quantidade-item to ws-quantidade-venda
           compute ws-quantidade-item rounded =
                   ws-quantidade-venda * ws-und-fator
               on size error
                   move zeros to ws-quantidade-item
           end-compute
           if ws-quantidade-item = zeros
               display "Quantidade Fora do Limite na Unidade Base."
                                      at 2301
               accept resposta at 2380
               move "N" to ws-und-situacao
               exit section
           end-if
           display "="         at line ws-linha-unidade column 43
           display ws-quantidade-item
                                   at line ws-linha-unidade column 45
           display pro-unidade at line ws-linha-unidade column 55.

       copy "C:\CursoCobol\Copylib\BuscaFatorUnidade.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaTotais.cpy".

       end program Pedidos.
