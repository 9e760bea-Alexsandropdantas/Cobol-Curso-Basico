       identification division.
       program-id. Orcamentos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Orcamentos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensOrcamento.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Precos.txt".
       copy "C:\CursoCobol\Copylib\Select-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\Select-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\Select-DescontosVolume.txt".
       copy "C:\CursoCobol\Copylib\Select-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\Select-Usuarios.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Orcamentos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensOrcamento.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Precos.txt".
       copy "C:\CursoCobol\Copylib\FD-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\FD-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\FD-DescontosVolume.txt".
       copy "C:\CursoCobol\Copylib\FD-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\FD-Usuarios.txt".

       working-storage section.
       01 estado-orcamentos        pic x(02) value spaces.
       01 estado-itens-orcamento   pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-precos            pic x(02) value spaces.
       01 estado-condicoes         pic x(02) value spaces.
       01 estado-usuarios          pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-numero-novo           pic 9(06) value zeros.
       01 ws-tentativas            pic 9(02) value zeros.
       01 situacao-numeracao       pic x(01) value "N".
          88 numeracao-obtida      value "S".
       01 situacao-gravacao        pic x(01) value "N".
          88 pedido-gravado        value "S".
       01 ws-sequencia-item        pic 9(02) value zeros.
       01 ws-produto-item          pic 9(05) value zeros.
       01 ws-quantidade-item       pic 9(05)v99 value zeros.
       01 ws-linha-item            pic 99    value zeros.
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
       01 ws-credito-ok            pic x(01) value "N".
          88 credito-aprovado      value "S".
       01 ws-operador-supervisor   pic x(08) value spaces.
       01 situacao-supervisor      pic x(01) value "N".
          88 supervisor-valido     value "S".
       01 ws-desconto-maximo       pic 9(02)v99 value zeros.
       01 ws-desconto-operador     pic 9(02)v99 value 05,00.
       01 ws-desconto-supervisor   pic 9(02)v99 value 15,00.
       01 ws-dias-validade         pic 9(03) value 015.
       01 ws-dia-prazo             pic 9(03) value zeros.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       01 ws-parcela               pic 9(03) value zeros.
       01 ws-venc-base             pic 9(08) value zeros.
       01 filler redefines ws-venc-base.
          03 ws-venc-ano           pic 9(04).
          03 ws-venc-mes           pic 9(02).
          03 ws-venc-dia           pic 9(02).
       01 ws-venc-util             pic 9(08) value zeros.
       01 ws-dias-mes              pic 9(02) value zeros.
       01 ws-resto-4               pic 9(02) value zeros.
       01 ws-resto-100             pic 9(02) value zeros.
       01 ws-resto-400             pic 9(03) value zeros.
       01 ws-ano-div               pic 9(04) value zeros.
       01 situacao-ano-bissexto    pic x(01) value "N".
          88 ano-bissexto          value "S".

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call

      * Mesmas alcadas de desconto da inclusao de pedidos; a
      * validade padrao do orcamento tambem vem dos parametros
      * (sem cadastro, 15 dias corridos).
           move "DESCONTO-OPERADOR" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-desconto-operador
           end-if

           move "DESCONTO-SUPERVISOR" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-desconto-supervisor
           end-if

           move "VALIDADE-ORCAMENTO" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-dias-validade
           end-if

           if perfil-supervisor
               move ws-desconto-supervisor to ws-desconto-maximo
           else
               move ws-desconto-operador   to ws-desconto-maximo
           end-if.

       abre-arquivo-io-orcamentos section.
           open i-o orcamentos
           if estado-orcamentos not = "00"
           if estado-orcamentos = "35" or "05"
               close orcamentos
               open output orcamentos
               close orcamentos
               go abre-arquivo-io-orcamentos
           else
               display "Arquivo Orcamentos Com Problema Estado "
                           at 2301 estado-orcamentos
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-io-itens-orcamento section.
           open i-o itens-orcamento
           if estado-itens-orcamento not = "00"
           if estado-itens-orcamento = "35" or "05"
               close itens-orcamento
               open output itens-orcamento
               close itens-orcamento
               go abre-arquivo-io-itens-orcamento
           else
               display "Arquivo Itens Orcamento Com Problema Estado "
                           at 2301 estado-itens-orcamento
               accept resposta at 2380
               close orcamentos
               goback
           end-if
           end-if.

       abre-arquivo-io-numeracao section.
           open i-o numeracao
           if estado-numeracao not = "00"
           if estado-numeracao = "35" or "05"
               close numeracao
               open output numeracao
               close numeracao
               go abre-arquivo-io-numeracao
           else
               display "Arquivo Numeracao Com Problema Estado "
                           at 2301 estado-numeracao
               accept resposta at 2380
               close orcamentos itens-orcamento
               goback
           end-if
           end-if.

       abre-arquivo-io-pedidos section.
           open i-o pedidos
           if estado-pedidos not = "00"
               display "Arquivo Pedidos Com Problema Estado " at 2301
                           estado-pedidos
               accept resposta at 2380
               close orcamentos itens-orcamento numeracao
               goback
           end-if

           open i-o itens-pedido
           if estado-itens-pedido = "35" or "05"
               close itens-pedido
               open output itens-pedido
               close itens-pedido
               open i-o itens-pedido
           end-if
           if estado-itens-pedido not = "00"
               display "Arquivo Itens Com Problema Estado " at 2301
                           estado-itens-pedido
               accept resposta at 2380
               close orcamentos itens-orcamento numeracao pedidos
               goback
           end-if.

       abre-arquivo-cadastros section.
           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close orcamentos itens-orcamento numeracao pedidos
                     itens-pedido
               goback
           end-if

           open input vendedores
           if estado-vendedores not = "00"
               display "Arquivo Vendedores Com Problema Estado " at 2301
                           estado-vendedores
               accept resposta at 2380
               close orcamentos itens-orcamento numeracao pedidos
                     itens-pedido clientes
               goback
           end-if

           open input produtos
           if estado-produtos not = "00"
               display "Arquivo Produtos Com Problema Estado " at 2301
                           estado-produtos
               accept resposta at 2380
               close orcamentos itens-orcamento numeracao pedidos
                     itens-pedido clientes vendedores
               goback
           end-if

           open input precos
           if estado-precos = "35" or "05"
               close precos
               open output precos
               close precos
               open input precos
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
           end-if

           open input condicoes-pagamento
           if estado-condicoes = "35" or "05"
               close condicoes-pagamento
               open output condicoes-pagamento
               close condicoes-pagamento
               open input condicoes-pagamento
           end-if.
       pede-operador section.
           if usuario-corrente not = spaces
               move usuario-corrente to ws-operador
           else
               display "Codigo do Operador: " at 0201
               accept ws-operador at 0222
               if ws-operador = spaces
                   go pede-operador
               end-if
           end-if.
       mostra-opcoes section.
           display erase                              at 0101
           display "01-Incluir Orcamento"             at 0301
           display "02-Converter em Pedido"           at 0401
           display "03-Cancelar Orcamento"            at 0501
           display "04-Consultar Orcamento"           at 0601
           display "00-Sair"                          at 0801
           display "Opcao: "                          at 1001
           accept opcao at 1008

           if opcao = 01
               go inclusao
           else
           if opcao = 02
               go conversao
           else
           if opcao = 03
               go cancelamento
           else
           if opcao = 04
               go consulta
           else
           if opcao = 00
               close orcamentos itens-orcamento numeracao pedidos
                     itens-pedido clientes vendedores produtos precos
                     condicoes-pagamento listas-preco campanhas
                     itens-campanha descontos-volume
               goback
           else
               go mostra-opcoes
           end-if.

      * O orcamento segue as regras da inclusao de pedidos: cliente
      * aprovado, vendedor ativo, condicao cadastrada, preco pelas
      * mesmas listas, campanhas e faixas de volume, e desconto
      * dentro da alcada do operador.
       inclusao section.
           initialize registro-orcamentos

           display erase at 0101
           display "Inclusao de Orcamento" at 0101
           display "Cliente.....: " at 0401
           display "Vendedor....: " at 0501
           display "Validade....: " at 0601
           display "Cond.Pagto..: " at 0701
           move zeros to orc-cliente
           accept orc-cliente at 0415
           if orc-cliente = zeros
               go mostra-opcoes
           end-if

           move orc-cliente to codigo-clientes
           read clientes invalid key
               display "Cliente Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-read
           if cliente-pendente-aprov
               display "Cliente Pendente de Aprovacao, Sem Venda."
                                      at 2301
               accept resposta at 2380
               go inclusao
           end-if
           if cliente-reprovado
               display "Cliente Reprovado no Cadastro, Sem Venda."
                                      at 2301
               accept resposta at 2380
               go inclusao
           end-if
           display nome-clientes at 0422
           move filial-clientes to orc-filial
           if orc-filial = zeros
               move 01 to orc-filial
           end-if.
       inclusao-vendedor.
           move vendedor-clientes to orc-vendedor
           accept orc-vendedor at 0515
           if orc-vendedor = zeros
               move vendedor-clientes to orc-vendedor
           end-if

           move orc-vendedor to codigo-vendedores
           read vendedores invalid key
               display "Vendedor Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao-vendedor
           end-read
           if vendedor-inativo
               display "Vendedor Inativo, Nao Pode Vender." at 2301
               accept resposta at 2380
               go inclusao-vendedor
           end-if
           display nome-vendedores at 0522

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to orc-data-emissao
           perform calcula-validade thru calcula-validade-fim.
       inclusao-validade.
           display orc-data-validade at 0615
           accept orc-data-validade at 0615
           if orc-data-validade < orc-data-emissao
               display "Validade Anterior a Emissao, verifique."
                                      at 2301
               accept resposta at 2380
               perform calcula-validade thru calcula-validade-fim
               go inclusao-validade
           end-if.
       inclusao-condicao.
           move zeros to orc-condicao
           display "(0=A Vista)" at 0722
           accept orc-condicao at 0715
           if orc-condicao = zeros
               go inclusao-numero
           end-if

           move orc-condicao to cpg-codigo
           read condicoes-pagamento invalid key
               display "Condicao Nao Cadastrada, verifique." at 2301
               accept resposta at 2380
               go inclusao-condicao
           end-read
           display cpg-descricao at 0722.
      * Numero proprio dos orcamentos (registro 41 da numeracao);
      * orcamento abandonado deixa o numero sem uso.
       inclusao-numero.
           perform obtem-numero-orcamento
               thru obtem-numero-orcamento-fim
           if not numeracao-obtida
               display "Faixa de Numeracao de Orcamentos Esgotada."
                                      at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if
           move ws-numero-novo to orc-numero
           display "Numero......: " at 0301 orc-numero.
       inclusao-itens.
           move zeros to ws-sequencia-item
           move zeros to orc-valor
           display "Itens do Orcamento - Produto 0 Encerra" at 0901
           move 12 to ws-linha-item.
       inclusao-itens-produto.
           move zeros to ws-produto-item
           display "Produto.....: " at 1001
           display "     "         at 1015
           accept ws-produto-item at 1015
           if ws-produto-item = zeros
               if orc-valor = zeros
                   display "Sem Itens: Abandonar o Orcamento (S/N)? "
                                          at 2301
                   accept resposta at 2342
                   if resposta = "S" or "s"
                       perform exclui-itens-orcamento
                           thru exclui-itens-orcamento-fim
                       go mostra-opcoes
                   end-if
                   display "Orcamento Exige Ao Menos Um Item. " at 2301
                   accept resposta at 2380
                   go inclusao-itens-produto
               end-if
               go inclusao-desconto
           end-if

           if ws-sequencia-item = 99
               display "Limite de Itens do Orcamento Atingido." at 2301
               accept resposta at 2380
               go inclusao-desconto
           end-if

           move ws-produto-item to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao-itens-produto
           end-read
           if produto-inativo
               display "Produto Inativo, Nao Pode Ser Vendido." at 2301
               accept resposta at 2380
               go inclusao-itens-produto
           end-if
           display pro-descricao at 1022.
       inclusao-itens-quantidade.
           move zeros to ws-quantidade-item
           display "Quantidade..: " at 1101
           display "        "       at 1115
           accept ws-quantidade-item at 1115
           if ws-quantidade-item = zeros
               display "Quantidade Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-itens-quantidade
           end-if

           add 1 to ws-sequencia-item
           initialize registro-itens-orcamento
           move orc-numero         to ito-orcamento
           move ws-sequencia-item  to ito-sequencia
           move ws-produto-item    to ito-produto
           move ws-quantidade-item to ito-quantidade

      * Mesmo preco que o pedido teria na data do orcamento: lista
      * do cliente, lista da classe, campanha, tabela vigente e
      * desconto por volume; a origem fica no item.
           perform busca-preco-vigente thru busca-preco-vigente-fim
           if preco-encontrado
               move ws-preco-vigente to ito-preco-unitario
           else
               move pro-preco        to ito-preco-unitario
           end-if
           move ws-origem-preco to ito-origem-preco
           perform aplica-campanha thru aplica-campanha-fim
           perform aplica-desconto-volume
               thru aplica-desconto-volume-fim
           compute ito-total rounded =
                   ito-quantidade * ito-preco-unitario
           end-compute

           write registro-itens-orcamento invalid key
               display "Gravacao Item com Problema, Estado " at 2301
                           estado-itens-orcamento
               accept resposta at 2380
               subtract 1 from ws-sequencia-item
               go inclusao-itens-produto
           end-write

           add ito-total to orc-valor

           if ws-linha-item < 21
               add 1 to ws-linha-item
           end-if
           display ito-sequencia  at line ws-linha-item column 01
           display ito-produto    at line ws-linha-item column 05
           display ito-quantidade at line ws-linha-item column 12
           display ito-total      at line ws-linha-item column 24

           go inclusao-itens-produto.
       inclusao-desconto.
           move orc-valor to orc-valor-bruto
           move zeros     to orc-desconto

           display "Desconto %..: " at 0801
           accept orc-desconto at 0815
           if orc-desconto = zeros
               go inclusao-grava
           end-if

           if orc-desconto > ws-desconto-maximo
               display "Desconto Acima da Sua Alcada de " at 2301
                           ws-desconto-maximo
               accept resposta at 2380
               go inclusao-desconto
           end-if

           compute orc-valor rounded = orc-valor-bruto
                 * (100 - orc-desconto) / 100
           end-compute.
       inclusao-grava.
           move "A"             to orc-status
           move zeros           to orc-pedido orc-data-conversao
           move ws-operador     to orc-operador
           move ws-data-sistema to orc-data-alteracao

           write registro-orcamentos invalid key
               perform exclui-itens-orcamento
                   thru exclui-itens-orcamento-fim
               display "Gravacao com Problema, Estado " at 2301
                           estado-orcamentos
               accept resposta at 2380
               go mostra-opcoes
           end-write

           display "Valor.......: " at 0840 orc-valor
           display "Orcamento Incluido. Enter" at 2301
           accept resposta at 2380
           go inclusao.

      * Orcamento aceito vira pedido pendente sem redigitacao: os
      * itens passam com o preco e o desconto orcados, e o credito
      * do cliente e verificado como na inclusao de pedidos.
       conversao section.
           initialize registro-orcamentos

           display erase at 0101
           display "Conversao de Orcamento em Pedido" at 0101
           display "Numero......: " at 0301
           accept orc-numero at 0315
           if orc-numero = zeros
               go mostra-opcoes
           end-if

           read orcamentos with lock invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go conversao
           end-read

           perform mostra-orcamento

           if not orcamento-aberto
               display "Orcamento Nao Esta Em Aberto." at 2301
               accept resposta at 2380
               unlock orcamentos
               go mostra-opcoes
           end-if

           accept ws-data-sistema from date yyyymmdd
           if orc-data-validade < ws-data-sistema
               display "Orcamento Vencido: Emita Novo Orcamento."
                                      at 2301
               accept resposta at 2380
               unlock orcamentos
               go mostra-opcoes
           end-if

           move orc-cliente to codigo-clientes
           read clientes invalid key
               display "Cliente Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               unlock orcamentos
               go mostra-opcoes
           end-read
           if cliente-pendente-aprov or cliente-reprovado
               display "Cliente Sem Aprovacao, Sem Venda." at 2301
               accept resposta at 2380
               unlock orcamentos
               go mostra-opcoes
           end-if

           move orc-vendedor to codigo-vendedores
           read vendedores invalid key
               move "I" to situacao-vendedores
           end-read
           if vendedor-inativo
               display "Vendedor Inativo, Nao Pode Vender." at 2301
               accept resposta at 2380
               unlock orcamentos
               go mostra-opcoes
           end-if

           display "Converte em Pedido? Sim ou Nao?" at 2301
           accept resposta at 2333
           if resposta not = "S" and "s"
               unlock orcamentos
               go mostra-opcoes
           end-if

           perform monta-pedido-orcamento

           perform verifica-limite-credito
               thru verifica-limite-credito-fim
           if not credito-aprovado
               display "Reter Para Analise de Credito (S/N)? "
                                      at 2301
               accept resposta at 2339
               if resposta not = "S" and "s"
                   display "Pedido Nao Gerado: Limite de Credito."
                                          at 2301
                   accept resposta at 2380
                   unlock orcamentos
                   go mostra-opcoes
               end-if
               move "R" to status-pedidos
           end-if

           perform grava-pedido-orcamento
               thru grava-pedido-orcamento-fim
           if not pedido-gravado
               display "Pedido Nao Gerado: Numeracao de Pedidos."
                                      at 2301
               accept resposta at 2380
               unlock orcamentos
               go mostra-opcoes
           end-if

           move "C"             to orc-status
           move numero-pedidos  to orc-pedido
           move ws-data-sistema to orc-data-conversao
           move ws-operador     to orc-operador
           move ws-data-sistema to orc-data-alteracao
           rewrite registro-orcamentos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-orcamentos
               accept resposta at 2380
           end-rewrite
           unlock orcamentos

           display "                                        " at 2201
           if pedido-retido
               display "Pedido Retido Para Analise: " at 2301
                           numero-pedidos
           else
               display "Pedido Pendente Gerado: " at 2301
                           numero-pedidos
           end-if
           accept resposta at 2380
           go mostra-opcoes.
       mostra-orcamento.
           display "Cliente.....: " at 0401 orc-cliente
           display "Vendedor....: " at 0501 orc-vendedor
           display "Emissao.....: " at 0601 orc-data-emissao
           display "Validade....: " at 0701 orc-data-validade
           display "Valor.......: " at 0801 orc-valor
           display "Desconto %..: " at 0840 orc-desconto
           display "Status......: " at 0901 orc-status.
       monta-pedido-orcamento.
           initialize registro-pedidos
           move orc-cliente          to cliente-pedidos
           move orc-vendedor         to vendedor-pedidos
           move ws-data-sistema(7:2) to data-pedidos(1:2)
           move ws-data-sistema(5:2) to data-pedidos(3:2)
           move ws-data-sistema(1:4) to data-pedidos(5:4)
           move orc-condicao         to condicao-pedidos
           move orc-valor-bruto      to valor-bruto-pedidos
           move orc-desconto         to desconto-pedidos
           move orc-valor            to valor-pedidos
           move "P"                  to status-pedidos
           move ws-operador          to operador-pedidos
           move ws-data-sistema      to data-alteracao-pedidos
           move filial-clientes      to filial-pedidos
           if filial-pedidos = zeros
               move 01 to filial-pedidos
           end-if
           move spaces               to entrega-tipo-pedidos
           move zeros                to entrega-seq-pedidos

           perform calcula-entrega-prevista
               thru calcula-entrega-prevista-fim
           perform soma-desconto-volume thru soma-desconto-volume-fim.
      * O desconto por volume dos itens vai para o pedido, separado
      * do desconto manual, como na inclusao de pedidos.
       soma-desconto-volume.
           move zeros      to desconto-volume-pedidos
           move orc-numero to ito-orcamento
           move zeros      to ito-sequencia
           start itens-orcamento key is >= chave-itens-orcamento
               invalid key
               go soma-desconto-volume-fim
           end-start.
       soma-desconto-volume-le.
           read itens-orcamento next at end
               go soma-desconto-volume-fim
           end-read
           if ito-orcamento not = orc-numero
               go soma-desconto-volume-fim
           end-if
           add ito-desconto-volume to desconto-volume-pedidos
           go soma-desconto-volume-le.
       soma-desconto-volume-fim.
           exit.
      * O cabecalho so e gravado com numero livre; os itens sao
      * copiados do orcamento depois, ja com o numero definitivo.
       grava-pedido-orcamento.
           move "N"   to situacao-gravacao
           move zeros to ws-tentativas.
       grava-pedido-orcamento-tenta.
           add 1 to ws-tentativas
           if ws-tentativas > 3
               go grava-pedido-orcamento-fim
           end-if

           perform obtem-numero-pedido
               thru obtem-numero-pedido-fim
           if not numeracao-obtida
               go grava-pedido-orcamento-fim
           end-if

           move ws-numero-novo to numero-pedidos
           write registro-pedidos invalid key
               go grava-pedido-orcamento-tenta
           end-write

           move "S" to situacao-gravacao

           move orc-numero to ito-orcamento
           move zeros      to ito-sequencia
           start itens-orcamento key is >= chave-itens-orcamento
               invalid key
               go grava-pedido-orcamento-fim
           end-start.
       grava-pedido-orcamento-item.
           read itens-orcamento next at end
               go grava-pedido-orcamento-fim
           end-read
           if ito-orcamento not = orc-numero
               go grava-pedido-orcamento-fim
           end-if

           initialize registro-itens-pedido
           move numero-pedidos     to ite-pedido
           move ito-sequencia      to ite-sequencia
           move ito-produto        to ite-produto
           move ito-quantidade     to ite-quantidade
           move ito-preco-unitario to ite-preco-unitario
           move ito-total          to ite-total
           move ito-origem-preco   to ite-origem-preco
           move ito-campanha       to ite-campanha
           move ito-percentual-volume to ite-percentual-volume
           move ito-desconto-volume   to ite-desconto-volume
           write registro-itens-pedido invalid key
               continue
           end-write
           go grava-pedido-orcamento-item.
       grava-pedido-orcamento-fim.
           exit.

       cancelamento section.
           initialize registro-orcamentos

           display erase at 0101
           display "Cancelamento de Orcamento" at 0101
           display "Numero......: " at 0301
           accept orc-numero at 0315
           if orc-numero = zeros
               go mostra-opcoes
           end-if

           read orcamentos with lock invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go cancelamento
           end-read

           perform mostra-orcamento

           if not orcamento-aberto
               display "Orcamento Nao Esta Em Aberto." at 2301
               accept resposta at 2380
               unlock orcamentos
               go mostra-opcoes
           end-if

           display "Confirma Cancelamento? Sim ou Nao?" at 2301
           accept resposta at 2336
           if resposta not = "S" and "s"
               unlock orcamentos
               go mostra-opcoes
           end-if

           move "X"         to orc-status
           move ws-operador to orc-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to orc-data-alteracao
           rewrite registro-orcamentos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-orcamentos
               accept resposta at 2380
               unlock orcamentos
               go mostra-opcoes
           end-rewrite
           unlock orcamentos

           display "Orcamento Cancelado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.

       consulta section.
           initialize registro-orcamentos

           display erase at 0101
           display "Consulta de Orcamento" at 0101
           display "Numero......: " at 0301
           accept orc-numero at 0315
           if orc-numero = zeros
               go mostra-opcoes
           end-if

           read orcamentos invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go consulta
           end-read

           move orc-cliente to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes
           end-read

           perform mostra-orcamento
           display nome-clientes at 0422
           display "Operador....: " at 0940 orc-operador
           if orcamento-convertido
               display "Pedido......: " at 1001 orc-pedido
               display "Convertido..: " at 1040 orc-data-conversao
           end-if
           perform consulta-itens thru consulta-itens-fim
           display "Enter, finaliza Consulta." at 2301
           accept resposta at 2380
           go consulta.
       consulta-itens.
           display "Seq Produto Qtde        Unitario     Total"
                                  at 1201
           move 12 to ws-linha-item
           move orc-numero to ito-orcamento
           move zeros      to ito-sequencia
           start itens-orcamento key is >= chave-itens-orcamento
               invalid key
               go consulta-itens-fim
           end-start.
       consulta-itens-le.
           read itens-orcamento next at end
               go consulta-itens-fim
           end-read
           if ito-orcamento not = orc-numero
               go consulta-itens-fim
           end-if

           add 1 to ws-linha-item
           display ito-sequencia      at line ws-linha-item column 01
           display ito-produto        at line ws-linha-item column 05
           display ito-quantidade     at line ws-linha-item column 12
           display ito-preco-unitario at line ws-linha-item column 24
           display ito-total          at line ws-linha-item column 37

           if ws-linha-item < 21
               go consulta-itens-le
           end-if.
       consulta-itens-fim.
           exit.

       verifica-limite-credito section.
           move "N" to ws-credito-ok

           if credito-bloqueado
               display "Cliente Bloqueado Por Inadimplencia."
                                      at 2301
               accept resposta at 2380
               go verifica-limite-credito-fim
           end-if

           if limite-credito-clientes = zeros
               move "S" to ws-credito-ok
               go verifica-limite-credito-fim
           end-if

           if vendas-mensais-clientes + valor-pedidos
                   not > limite-credito-clientes
               move "S" to ws-credito-ok
               go verifica-limite-credito-fim
           end-if

           display "Limite de Credito Excedido Para o Cliente."
                                  at 2201
           display "Liberacao do Supervisor (S/N)? " at 2301
           accept resposta at 2332
           if resposta not = "S" and "s"
               go verifica-limite-credito-fim
           end-if.
       verifica-limite-credito-supervisor.
           move spaces to ws-operador-supervisor
           display "Supervisor (Vazio=Cancela): " at 2301
           accept ws-operador-supervisor at 2329
           if ws-operador-supervisor = spaces
               go verifica-limite-credito-fim
           end-if

           perform valida-supervisor thru valida-supervisor-fim
           if not supervisor-valido
               display "Operador Nao e Supervisor Ativo." at 2301
               accept resposta at 2380
               go verifica-limite-credito-supervisor
           end-if

           move "S"                     to ws-credito-ok
           move "S"                     to liberacao-pedidos
           move ws-operador-supervisor  to operador-liberacao-pedidos.
       valida-supervisor.
           move "N" to situacao-supervisor

           open input usuarios
           if estado-usuarios not = "00"
               close usuarios
               move "S" to situacao-supervisor
               go valida-supervisor-fim
           end-if

           move ws-operador-supervisor to usu-codigo
           read usuarios invalid key
               close usuarios
               go valida-supervisor-fim
           end-read

           if usuario-ativo and usu-perfil-supervisor
               move "S" to situacao-supervisor
           end-if
           close usuarios.
       valida-supervisor-fim.
           exit.
       verifica-limite-credito-fim.
           exit.

       exclui-itens-orcamento.
           move orc-numero to ito-orcamento
           move zeros      to ito-sequencia
           start itens-orcamento key is >= chave-itens-orcamento
               invalid key
               go exclui-itens-orcamento-fim
           end-start.
       exclui-itens-orcamento-le.
           read itens-orcamento next at end
               go exclui-itens-orcamento-fim
           end-read
           if ito-orcamento not = orc-numero
               go exclui-itens-orcamento-fim
           end-if
           delete itens-orcamento invalid key
               continue
           end-delete
           go exclui-itens-orcamento-le.
       exclui-itens-orcamento-fim.
           exit.

      * Preco vigente na data de emissao do orcamento: o registro
      * de maior data-vigencia que nao a ultrapassa, procurado
      * primeiro na lista do cliente, depois na lista da classe ABC
      * e por fim na tabela geral.
       busca-preco-vigente.
           move "N"   to ws-tem-preco
           move "P"   to ws-origem-preco
           move zeros to ws-preco-vigente

           if listas-disponivel
               move orc-cliente to lpr-cliente
               move spaces      to lpr-classe
               perform busca-lista-preco thru busca-lista-preco-fim
               if preco-encontrado
                   move "L" to ws-origem-preco
                   go busca-preco-vigente-fim
               end-if

               if codigo-clientes not = orc-cliente
                   move orc-cliente to codigo-clientes
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
           end-start.
       busca-preco-vigente-le.
           read precos next at end
               go busca-preco-vigente-fim
           end-read
           if prc-produto not = ws-produto-item
               go busca-preco-vigente-fim
           end-if
           if prc-data-vigencia > orc-data-emissao
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
           if lpr-data-vigencia > orc-data-emissao
               go busca-lista-preco-fim
           end-if
           move "S"       to ws-tem-preco
           move lpr-preco to ws-preco-vigente
           go busca-lista-preco-le.
       busca-lista-preco-fim.
           exit.
      * Campanha ativa na data do orcamento, para o produto ou a
      * familia, na UF do cliente e na filial do orcamento; fica a
      * de menor preco, se menor que o ja apurado.
       aplica-campanha.
           move zeros              to ito-campanha
           move ito-preco-unitario to ws-preco-base-campanha
           if not campanhas-disponivel
               go aplica-campanha-fim
           end-if
           if codigo-clientes not = orc-cliente
               move orc-cliente to codigo-clientes
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
       avalia-campanha.
           move ica-campanha to cmp-codigo
           read campanhas invalid key
               move spaces to cmp-situacao
           end-read
           if campanha-ativa
               and orc-data-emissao >= cmp-data-inicio
               and orc-data-emissao <= cmp-data-fim
               and (cmp-uf = spaces or cmp-uf = uf-clientes)
               and (cmp-filial = zeros or cmp-filial = orc-filial)
               if ica-preco-promocional > zeros
                   move ica-preco-promocional to ws-preco-campanha
               else
                   compute ws-preco-campanha rounded =
                           ws-preco-base-campanha
                         * (100 - ica-percentual-desconto) / 100
                   end-compute
               end-if
               if ws-preco-campanha < ito-preco-unitario
                   move ws-preco-campanha to ito-preco-unitario
                   move ica-campanha      to ito-campanha
               end-if
           end-if.
      * Desconto por volume: a maior faixa que a quantidade alcanca,
      * do produto ou, sem ela, da familia; nao se soma a campanha.
       aplica-desconto-volume.
           move zeros to ito-percentual-volume ito-desconto-volume
           if not descontos-disponivel
               or ito-campanha not = zeros
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
           if ito-percentual-volume = zeros
               and pro-familia not = zeros
               move zeros       to ws-faixa-produto
               move pro-familia to ws-faixa-familia
               perform busca-faixa-volume thru busca-faixa-volume-fim
           end-if
           if ito-percentual-volume = zeros
               go aplica-desconto-volume-fim
           end-if

           move ito-preco-unitario to ws-preco-antes-volume
           compute ito-preco-unitario rounded =
                   ws-preco-antes-volume
                 * (100 - ito-percentual-volume) / 100
           end-compute
           compute ito-desconto-volume rounded =
                   (ws-preco-antes-volume - ito-preco-unitario)
                 * ito-quantidade
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
           if dvl-quantidade-minima > ito-quantidade
               go busca-faixa-volume-fim
           end-if
           move dvl-percentual to ito-percentual-volume
           go busca-faixa-volume-le.
       busca-faixa-volume-fim.
           exit.

       obtem-numero-orcamento.
           move "N" to situacao-numeracao
           move 41 to num-filial
           read numeracao with lock invalid key
               move 41     to num-filial
               move 000001 to num-proximo
               move 000001 to num-faixa-inicio
               move 999999 to num-faixa-fim
               write registro-numeracao invalid key
                   go obtem-numero-orcamento-fim
               end-write
           end-read

           if num-proximo > num-faixa-fim
               unlock numeracao
               go obtem-numero-orcamento-fim
           end-if

           move num-proximo to ws-numero-novo
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               unlock numeracao
               go obtem-numero-orcamento-fim
           end-rewrite
           unlock numeracao

           move "S" to situacao-numeracao.
       obtem-numero-orcamento-fim.
           exit.
      * Numeracao propria dos pedidos vindos de orcamento (registro
      * 23): faixa separada das digitadas, contratos e importacao.
       obtem-numero-pedido.
           move "N" to situacao-numeracao
           move 23 to num-filial
           read numeracao with lock invalid key
               move 23     to num-filial
               move 700001 to num-proximo
               move 700001 to num-faixa-inicio
               move 799999 to num-faixa-fim
               write registro-numeracao invalid key
                   go obtem-numero-pedido-fim
               end-write
           end-read

           if num-proximo > num-faixa-fim
               unlock numeracao
               go obtem-numero-pedido-fim
           end-if

           move num-proximo to ws-numero-novo
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               unlock numeracao
               go obtem-numero-pedido-fim
           end-rewrite
           unlock numeracao

           move "S" to situacao-numeracao.
       obtem-numero-pedido-fim.
           exit.

      * Validade sugerida: emissao mais os dias do parametro, em
      * dias corridos.
       calcula-validade.
           move orc-data-emissao to ws-venc-base
           move zeros to ws-dia-prazo.
       calcula-validade-loop.
           if ws-dia-prazo < ws-dias-validade
               add 1 to ws-dia-prazo
               perform avanca-um-dia-vencimento
               go calcula-validade-loop
           end-if
           move ws-venc-base to orc-data-validade.
       calcula-validade-fim.
           exit.

      * Data prevista de entrega como na inclusao de pedidos: o
      * prazo do cliente contado em dias uteis pelo calendario.
       calcula-entrega-prevista.
           move zeros to data-entrega-real
           move ws-data-sistema to ws-venc-base

           move zeros to ws-parcela
           if prazo-entrega-clientes = zeros
               call "Proximo-Dia-Util"
                   using ws-venc-base ws-venc-util
               end-call
               move ws-venc-util to data-entrega-prevista
               go calcula-entrega-prevista-cancela
           end-if.
       calcula-entrega-prevista-loop.
           add 1 to ws-parcela
           if ws-parcela > prazo-entrega-clientes
               move ws-venc-base to data-entrega-prevista
               go calcula-entrega-prevista-cancela
           end-if

           perform avanca-um-dia-vencimento
           call "Proximo-Dia-Util"
               using ws-venc-base ws-venc-util
           end-call
           move ws-venc-util to ws-venc-base
           go calcula-entrega-prevista-loop.
       calcula-entrega-prevista-cancela.
           cancel "Proximo-Dia-Util".
       calcula-entrega-prevista-fim.
           exit.
       avanca-um-dia-vencimento.
           evaluate ws-venc-mes
               when 01
               when 03
               when 05
               when 07
               when 08
               when 10
               when 12
                   move 31 to ws-dias-mes
               when 04
               when 06
               when 09
               when 11
                   move 30 to ws-dias-mes
               when other
                   perform verifica-ano-bissexto
                   if ano-bissexto
                       move 29 to ws-dias-mes
                   else
                       move 28 to ws-dias-mes
                   end-if
           end-evaluate

           if ws-venc-dia < ws-dias-mes
               add 1 to ws-venc-dia
           else
               move 01 to ws-venc-dia
               if ws-venc-mes = 12
                   move 01 to ws-venc-mes
                   add 1 to ws-venc-ano
               else
                   add 1 to ws-venc-mes
               end-if
           end-if.
       verifica-ano-bissexto.
           move "N" to situacao-ano-bissexto
           divide ws-venc-ano by 4 giving ws-ano-div
                           remainder ws-resto-4
           if ws-resto-4 = zeros
               move "S" to situacao-ano-bissexto
               divide ws-venc-ano by 100 giving ws-ano-div
                               remainder ws-resto-100
               if ws-resto-100 = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-venc-ano by 400 giving ws-ano-div
                                   remainder ws-resto-400
                   if ws-resto-400 = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if.

       end program Orcamentos.
