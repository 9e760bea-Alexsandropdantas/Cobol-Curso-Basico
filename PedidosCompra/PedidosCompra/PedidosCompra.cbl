       identification division.
       program-id. Pedidos-Compra.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-PedidosCompra.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\Select-Fornecedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-PedidosCompra.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\FD-Fornecedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".

       working-storage section.
       01 estado-pedidos-compra    pic x(02) value spaces.
       01 estado-itens-compra      pic x(02) value spaces.
       01 estado-fornecedores      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-numero-novo           pic 9(06) value zeros.
       01 situacao-numeracao       pic x(01) value "N".
          88 numeracao-obtida      value "S".
       01 ws-sequencia-item        pic 9(02) value zeros.
       01 ws-produto-item          pic 9(05) value zeros.
       01 ws-quantidade-item       pic 9(05)v99 value zeros.
       01 ws-preco-item            pic 9(09)v99 value zeros.
       01 ws-linha-item            pic 99    value zeros.
       01 ws-saldo-item            pic 9(05)v99 value zeros.
       01 ws-dia-prazo             pic 9(03) value zeros.
       01 ws-prev-base             pic 9(08) value zeros.
       01 filler redefines ws-prev-base.
          03 ws-prev-ano           pic 9(04).
          03 ws-prev-mes           pic 9(02).
          03 ws-prev-dia           pic 9(02).
       01 ws-prev-util             pic 9(08) value zeros.
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
           call "Carrega-Ambiente" end-call.

       abre-arquivo-io-pedidos-compra section.
           open i-o pedidos-compra
           if estado-pedidos-compra not = "00"
           if estado-pedidos-compra = "35" or "05"
               close pedidos-compra
               open output pedidos-compra
               close pedidos-compra
               go abre-arquivo-io-pedidos-compra
           else
               display "Arquivo Pedidos Compra Com Problema Estado "
                           at 2301 estado-pedidos-compra
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-io-itens-compra section.
           open i-o itens-compra
           if estado-itens-compra not = "00"
           if estado-itens-compra = "35" or "05"
               close itens-compra
               open output itens-compra
               close itens-compra
               go abre-arquivo-io-itens-compra
           else
               display "Arquivo Itens Compra Com Problema Estado "
                           at 2301 estado-itens-compra
               accept resposta at 2380
               close pedidos-compra
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
               close pedidos-compra itens-compra
               goback
           end-if
           end-if.

       abre-arquivo-fornecedores section.
           open input fornecedores
           if estado-fornecedores not = "00"
               display "Arquivo Fornecedores Com Problema Estado "
                           at 2301 estado-fornecedores
               accept resposta at 2380
               close pedidos-compra itens-compra numeracao
               goback
           end-if

           open input produtos
           if estado-produtos not = "00"
               display "Arquivo Produtos Com Problema Estado " at 2301
                           estado-produtos
               accept resposta at 2380
               close pedidos-compra itens-compra numeracao
                     fornecedores
               goback
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
           display "01-Incluir Pedido de Compra"      at 0301
           display "02-Cancelar / Encerrar Saldo"     at 0401
           display "03-Consultar Pedido de Compra"    at 0501
           display "00-Sair"                          at 0701
           display "Opcao: "                          at 0901
           accept opcao at 0908

           if opcao = 01
               go inclusao
           else
           if opcao = 02
               go cancelamento
           else
           if opcao = 03
               go consulta
           else
           if opcao = 00
               close pedidos-compra itens-compra numeracao
                     fornecedores produtos
               goback
           else
               go mostra-opcoes
           end-if.
       inclusao section.
           initialize registro-pedidos-compra

           display erase at 0101
           display "Inclusao de Pedido de Compra" at 0101
           display "Fornecedor..: " at 0401
           display "Entrega Prev: " at 0501
           move zeros to pc-fornecedor
           accept pc-fornecedor at 0415
           if pc-fornecedor = zeros
               go mostra-opcoes
           end-if

           move pc-fornecedor to for-codigo
           read fornecedores invalid key
               display "Fornecedor Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-read
           if fornecedor-inativo
               display "Fornecedor Inativo, Sem Novas Compras." at 2301
               accept resposta at 2380
               go inclusao
           end-if
           display for-razao-social at 0422

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to pc-data-emissao

           perform calcula-data-prevista thru calcula-data-prevista-fim.
       inclusao-data-prevista.
           display pc-data-prevista at 0515
           accept pc-data-prevista at 0515
           if pc-data-prevista < pc-data-emissao
               display "Entrega Prevista Anterior a Emissao." at 2301
               accept resposta at 2380
               move ws-prev-base to pc-data-prevista
               go inclusao-data-prevista
           end-if

      * O numero sai da numeracao de documentos de suprimento
      * (dezena 3x); pedido abandonado deixa o numero sem uso.
           perform obtem-numero-compra thru obtem-numero-compra-fim
           if not numeracao-obtida
               display "Faixa de Numeracao de Compras Esgotada."
                                      at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if
           move ws-numero-novo to pc-numero
           display "Numero......: " at 0301 pc-numero.
       inclusao-itens.
           move zeros to ws-sequencia-item
           move zeros to pc-valor
           display "Itens - Produto 0 Encerra" at 0701
           move 12 to ws-linha-item.
       inclusao-itens-produto.
           move zeros to ws-produto-item
           display "Produto.....: " at 0801
           display "     "         at 0815
           accept ws-produto-item at 0815
           if ws-produto-item = zeros
               if pc-valor = zeros
                   display "Sem Itens: Abandonar o Pedido (S/N)? "
                                          at 2301
                   accept resposta at 2340
                   if resposta = "S" or "s"
                       perform exclui-itens-compra
                           thru exclui-itens-compra-fim
                       go mostra-opcoes
                   end-if
                   display "Pedido Exige Ao Menos Um Item. " at 2301
                   accept resposta at 2380
                   go inclusao-itens-produto
               end-if
               go inclusao-grava
           end-if

           if ws-sequencia-item = 99
               display "Limite de Itens do Pedido Atingido." at 2301
               accept resposta at 2380
               go inclusao-grava
           end-if

           move ws-produto-item to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao-itens-produto
           end-read
           if produto-inativo
               display "Produto Inativo, Nao Pode Ser Comprado."
                                      at 2301
               accept resposta at 2380
               go inclusao-itens-produto
           end-if
           if produto-kit
               display "Kit Nao Tem Estoque, Compre os Componentes."
                                      at 2301
               accept resposta at 2380
               go inclusao-itens-produto
           end-if
           display pro-descricao at 0822.
       inclusao-itens-quantidade.
           move zeros to ws-quantidade-item
           display "Quantidade..: " at 0901
           display "        "       at 0915
           accept ws-quantidade-item at 0915
           if ws-quantidade-item = zeros
               display "Quantidade Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-itens-quantidade
           end-if.
       inclusao-itens-preco.
           move zeros to ws-preco-item
           display "Preco Unit..: " at 1001
           display "            "   at 1015
           accept ws-preco-item at 1015
           if ws-preco-item = zeros
               display "Preco de Compra Obrigatorio, verifique."
                                      at 2301
               accept resposta at 2380
               go inclusao-itens-preco
           end-if

           add 1 to ws-sequencia-item
           initialize registro-itens-compra
           move pc-numero          to ic-pedido
           move ws-sequencia-item  to ic-sequencia
           move ws-produto-item    to ic-produto
           move ws-quantidade-item to ic-quantidade
           move zeros              to ic-quantidade-recebida
           move ws-preco-item      to ic-preco-unitario
           compute ic-total rounded =
                   ic-quantidade * ic-preco-unitario
           end-compute
           move "A"                to ic-status
           move spaces             to ic-operador-liberacao

           write registro-itens-compra invalid key
               display "Gravacao Item com Problema, Estado " at 2301
                           estado-itens-compra
               accept resposta at 2380
               subtract 1 from ws-sequencia-item
               go inclusao-itens-produto
           end-write

           add ic-total to pc-valor

           if ws-linha-item < 21
               add 1 to ws-linha-item
           end-if
           display ic-sequencia  at line ws-linha-item column 01
           display ic-produto    at line ws-linha-item column 05
           display ic-quantidade at line ws-linha-item column 12
           display ic-total      at line ws-linha-item column 24

           go inclusao-itens-produto.
       inclusao-grava.
           move "A"             to pc-status
           move ws-operador     to pc-operador
           move ws-data-sistema to pc-data-alteracao

           write registro-pedidos-compra invalid key
               perform exclui-itens-compra thru exclui-itens-compra-fim
               display "Gravacao com Problema, Estado " at 2301
                           estado-pedidos-compra
               accept resposta at 2380
               go mostra-opcoes
           end-write

           display "Valor Total.: " at 0601 pc-valor
           display "Pedido de Compra Incluido. Enter" at 2301
           accept resposta at 2380
           go inclusao.

      * Pedido sem nenhum recebimento e cancelado por inteiro; com
      * entrega parcial o saldo nao entregue e encerrado e o pedido
      * fecha, mantendo o que ja entrou no estoque.
       cancelamento section.
           initialize registro-pedidos-compra

           display erase at 0101
           display "Cancelamento de Pedido de Compra" at 0101
           display "Numero......: " at 0301
           accept pc-numero at 0315
           if pc-numero = zeros
               go mostra-opcoes
           end-if

           read pedidos-compra with lock invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go cancelamento
           end-read

           display "Fornecedor..: " at 0401 pc-fornecedor
           display "Status......: " at 0501 pc-status
           display "Valor.......: " at 0601 pc-valor

           if not compra-aberta and not compra-parcial
               display "Pedido de Compra Ja Encerrado." at 2301
               accept resposta at 2380
               unlock pedidos-compra
               go mostra-opcoes
           end-if

           if compra-aberta
               display "Confirma Cancelamento? Sim ou Nao?" at 2301
           else
               display "Confirma Encerrar o Saldo? Sim ou Nao?" at 2301
           end-if
           accept resposta at 2345
           if resposta not = "S" and "s"
               unlock pedidos-compra
               go mostra-opcoes
           end-if

           if compra-aberta
               move "X" to pc-status
           else
               move "F" to pc-status
           end-if
           move ws-operador to pc-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to pc-data-alteracao

           rewrite registro-pedidos-compra invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-pedidos-compra
               accept resposta at 2380
               unlock pedidos-compra
               go mostra-opcoes
           end-rewrite
           unlock pedidos-compra

           perform encerra-itens-compra thru encerra-itens-compra-fim

           display "Pedido de Compra Encerrado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
       encerra-itens-compra.
           move pc-numero to ic-pedido
           move zeros     to ic-sequencia
           start itens-compra key is >= chave-itens-compra invalid key
               go encerra-itens-compra-fim
           end-start.
       encerra-itens-compra-le.
           read itens-compra next at end
               go encerra-itens-compra-fim
           end-read
           if ic-pedido not = pc-numero
               go encerra-itens-compra-fim
           end-if
           if item-compra-fechado or item-compra-cancelado
               go encerra-itens-compra-le
           end-if

           if ic-quantidade-recebida = zeros
               move "X" to ic-status
           else
               move "F" to ic-status
           end-if
           rewrite registro-itens-compra invalid key
               continue
           end-rewrite
           go encerra-itens-compra-le.
       encerra-itens-compra-fim.
           exit.

       consulta section.
           initialize registro-pedidos-compra

           display erase at 0101
           display "Consulta de Pedido de Compra" at 0101
           display "Numero......: " at 0301
           accept pc-numero at 0315
           if pc-numero = zeros
               go mostra-opcoes
           end-if

           read pedidos-compra invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go consulta
           end-read

           move pc-fornecedor to for-codigo
           read fornecedores invalid key
               move spaces to for-razao-social
           end-read

           display "Fornecedor..: " at 0401 pc-fornecedor
           display for-razao-social at 0422
           display "Emissao.....: " at 0501 pc-data-emissao
           display "Entrega Prev: " at 0601 pc-data-prevista
           display "Valor.......: " at 0701 pc-valor
           display "Status......: " at 0801 pc-status
           display "Operador....: " at 0901 pc-operador
           perform consulta-itens thru consulta-itens-fim
           display "Enter, finaliza Consulta." at 2301
           accept resposta at 2380
           go consulta.
       consulta-itens.
           display "Seq Produto Pedido      Recebido    Saldo     St"
                                  at 1101
           move 11 to ws-linha-item
           move pc-numero to ic-pedido
           move zeros     to ic-sequencia
           start itens-compra key is >= chave-itens-compra invalid key
               go consulta-itens-fim
           end-start.
       consulta-itens-le.
           read itens-compra next at end
               go consulta-itens-fim
           end-read
           if ic-pedido not = pc-numero
               go consulta-itens-fim
           end-if

           if ic-quantidade-recebida < ic-quantidade
               compute ws-saldo-item =
                       ic-quantidade - ic-quantidade-recebida
               end-compute
           else
               move zeros to ws-saldo-item
           end-if

           add 1 to ws-linha-item
           display ic-sequencia     at line ws-linha-item column 01
           display ic-produto       at line ws-linha-item column 05
           display ic-quantidade    at line ws-linha-item column 12
           display ic-quantidade-recebida
                                    at line ws-linha-item column 24
           display ws-saldo-item    at line ws-linha-item column 36
           display ic-status        at line ws-linha-item column 48

           if ws-linha-item < 21
               go consulta-itens-le
           end-if.
       consulta-itens-fim.
           exit.

      * Um pedido abandonado nao pode deixar itens orfaos: a limpeza
      * remove tudo o que foi digitado para o numero nao gravado.
       exclui-itens-compra.
           move pc-numero to ic-pedido
           move zeros     to ic-sequencia
           start itens-compra key is >= chave-itens-compra invalid key
               go exclui-itens-compra-fim
           end-start.
       exclui-itens-compra-le.
           read itens-compra next at end
               go exclui-itens-compra-fim
           end-read
           if ic-pedido not = pc-numero
               go exclui-itens-compra-fim
           end-if
           delete itens-compra invalid key
               continue
           end-delete
           go exclui-itens-compra-le.
       exclui-itens-compra-fim.
           exit.

       obtem-numero-compra.
           move "N" to situacao-numeracao
           move 31 to num-filial
           read numeracao with lock invalid key
               move 31     to num-filial
               move 000001 to num-proximo
               move 000001 to num-faixa-inicio
               move 999999 to num-faixa-fim
               write registro-numeracao invalid key
                   go obtem-numero-compra-fim
               end-write
           end-read

           if num-proximo > num-faixa-fim
               unlock numeracao
               go obtem-numero-compra-fim
           end-if

           move num-proximo to ws-numero-novo
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               unlock numeracao
               go obtem-numero-compra-fim
           end-rewrite
           unlock numeracao

           move "S" to situacao-numeracao.
       obtem-numero-compra-fim.
           exit.

      * Sugestao de entrega: emissao mais o prazo do fornecedor em
      * dias corridos, ajustada para o proximo dia util.
       calcula-data-prevista.
           move pc-data-emissao to ws-prev-base
           move zeros to ws-dia-prazo.
       calcula-data-prevista-loop.
           if ws-dia-prazo < for-prazo-entrega
               add 1 to ws-dia-prazo
               perform avanca-um-dia-previsto
               go calcula-data-prevista-loop
           end-if

           call "Proximo-Dia-Util"
               using ws-prev-base ws-prev-util
           end-call
           cancel "Proximo-Dia-Util"
           move ws-prev-util to pc-data-prevista
           move ws-prev-util to ws-prev-base.
       calcula-data-prevista-fim.
           exit.
       avanca-um-dia-previsto.
           evaluate ws-prev-mes
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

           if ws-prev-dia < ws-dias-mes
               add 1 to ws-prev-dia
           else
               move 01 to ws-prev-dia
               if ws-prev-mes = 12
                   move 01 to ws-prev-mes
                   add 1 to ws-prev-ano
               else
                   add 1 to ws-prev-mes
               end-if
           end-if.
       verifica-ano-bissexto.
           move "N" to situacao-ano-bissexto
           divide ws-prev-ano by 4 giving ws-ano-div
                           remainder ws-resto-4
           if ws-resto-4 = zeros
               move "S" to situacao-ano-bissexto
               divide ws-prev-ano by 100 giving ws-ano-div
                               remainder ws-resto-100
               if ws-resto-100 = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-prev-ano by 400 giving ws-ano-div
                                   remainder ws-resto-400
                   if ws-resto-400 = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if.

       end program Pedidos-Compra.
