       identification division.
       program-id. Expedicao-Pedidos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Expedicoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensExpedicao.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\Select-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Expedicoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensExpedicao.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\FD-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-expedicoes        pic x(02) value spaces.
       01 estado-itens-expedicao   pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-componentes-kit   pic x(02) value spaces.
       01 situacao-componentes-kit pic x(01) value "N".
          88 componentes-disponivel value "S".
       01 estado-estoque           pic x(02) value spaces.
       01 estado-mov-estoque       pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-pedido                pic 9(06) value zeros.
       01 ws-expedicao             pic 9(06) value zeros.
       01 ws-numero-novo           pic 9(06) value zeros.
       01 situacao-numeracao       pic x(01) value "N".
          88 numeracao-obtida      value "S".
       01 situacao-separacao       pic x(01) value "N".
          88 separacao-aberta      value "S".
       01 situacao-saldo           pic x(01) value "N".
          88 saldo-pendente        value "S".
       01 ws-itens-separar         pic 9(03) value zeros.
       01 ws-itens-encerrados      pic 9(03) value zeros.
       01 ws-quantidade-expedida   pic 9(05)v99 value zeros.
       01 ws-quantidade-baixa      pic 9(05)v99 value zeros.
       01 ws-total-expedido        pic 9(11)v99 value zeros.
       01 ws-lote-baixado          pic x(12) value spaces.
       01 ws-quantidade-sem-lote   pic 9(05)v99 value zeros.
       01 ws-total-sem-lote        pic 9(07)v99 value zeros.
       01 ws-linha-item            pic 99    value zeros.
       01 ws-kit-separar           pic 9(05)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Impressao da Lista de Separacao -------------------- *
       01 linha-00.
         03 filler                pic x(22)
                value "LISTA DE SEPARACAO No.".
         03 00-numero             pic zzzzz9.
         03 filler                pic x(12) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(10) value "Pedido...:".
         03 11-pedido             pic zzzzz9.
       01 linha-02.
         03 filler                pic x(10) value "Cliente..:".
         03 12-cliente            pic zzzzz9b.
         03 12-nome               pic x(40).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(05) value "SEQ".
         03 filler                pic x(09) value "PRODUTO".
         03 filler                pic x(42) value "DESCRICAO".
         03 filler                pic x(14) value "A SEPARAR".
         03 filler                pic x(14) value "SEPARADO".
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 14-sequencia          pic z9bbb.
         03 14-produto            pic zzzz9bbbb.
         03 14-descricao          pic x(42).
         03 14-quantidade         pic zz.zz9,99bbbbb.
         03 filler                pic x(12) value "____________".
       01 linha-06.
         03 filler                pic x(12) value spaces.
         03 filler                pic x(02) value "+".
         03 16-produto            pic zzzz9bbbb.
         03 16-descricao          pic x(40)bb.
         03 16-quantidade         pic zz.zz9,99.
       01 linha-05.
         03 filler                pic x(20) value "Separado por:".
         03 filler                pic x(30)
                value "______________________________".
         03 filler                pic x(10) value spaces.
         03 filler                pic x(14) value "Conferido por:".
         03 filler                pic x(30)
                value "______________________________".

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\CamposEstoqueFilial.cpy".
       copy "C:\CursoCobol\Copylib\CamposKit.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivo-io-expedicoes section.
           open i-o expedicoes
           if estado-expedicoes not = "00"
           if estado-expedicoes = "35" or "05"
               close expedicoes
               open output expedicoes
               close expedicoes
               go abre-arquivo-io-expedicoes
           else
               display "Arquivo Expedicoes Com Problema Estado "
                           at 2301 estado-expedicoes
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-io-itens-expedicao section.
           open i-o itens-expedicao
           if estado-itens-expedicao not = "00"
           if estado-itens-expedicao = "35" or "05"
               close itens-expedicao
               open output itens-expedicao
               close itens-expedicao
               go abre-arquivo-io-itens-expedicao
           else
               display "Arquivo Itens Expedicao Com Problema Estado "
                           at 2301 estado-itens-expedicao
               accept resposta at 2380
               close expedicoes
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
               close expedicoes itens-expedicao
               goback
           end-if
           end-if.

       abre-arquivo-io-estoque section.
           open i-o estoque
           if estado-estoque not = "00"
           if estado-estoque = "35" or "05"
               close estoque
               open output estoque
               close estoque
               go abre-arquivo-io-estoque
           else
               display "Arquivo Estoque Com Problema Estado "
                           at 2301 estado-estoque
               accept resposta at 2380
               close expedicoes itens-expedicao numeracao
               goback
           end-if
           end-if.

       abre-arquivo-io-pedidos section.
           open i-o pedidos
           if estado-pedidos not = "00"
               display "Arquivo Pedidos Com Problema Estado " at 2301
                           estado-pedidos
               accept resposta at 2380
               close expedicoes itens-expedicao numeracao estoque
               goback
           end-if

           open i-o itens-pedido
           if estado-itens-pedido not = "00"
               display "Arquivo Itens Com Problema Estado " at 2301
                           estado-itens-pedido
               accept resposta at 2380
               close expedicoes itens-expedicao numeracao estoque
                     pedidos
               goback
           end-if.

       abre-arquivo-cadastros section.
           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close expedicoes itens-expedicao numeracao estoque
                     pedidos itens-pedido
               goback
           end-if

           open input produtos
           if estado-produtos not = "00"
               display "Arquivo Produtos Com Problema Estado " at 2301
                           estado-produtos
               accept resposta at 2380
               close expedicoes itens-expedicao numeracao estoque
                     pedidos itens-pedido clientes
               goback
           end-if

           open input componentes-kit
           if estado-componentes-kit = "00"
               move "S" to situacao-componentes-kit
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
           display "01-Emitir Lista de Separacao"     at 0301
           display "02-Registrar Expedicao"           at 0401
           display "03-Encerrar Saldo do Pedido"      at 0501
           display "04-Consultar Expedicao"           at 0601
           display "05-Cancelar Lista de Separacao"   at 0701
           display "00-Sair"                          at 0901
           display "Opcao: "                          at 1101
           accept opcao at 1108

           if opcao = 01
               go separacao
           else
           if opcao = 02
               go expedicao
           else
           if opcao = 03
               go encerramento
           else
           if opcao = 04
               go consulta
           else
           if opcao = 05
               go cancelamento
           else
           if opcao = 00
               close expedicoes itens-expedicao numeracao estoque
                     pedidos itens-pedido clientes produtos
                     componentes-kit
               goback
           else
               go mostra-opcoes
           end-if.

      * A lista de separacao leva o que esta reservado para cada
      * linha do pedido; o que faltou na confirmacao continua em
      * backorder e entra numa proxima lista quando for reservado.
      * Um pedido so tem uma lista em separacao por vez.
       separacao section.
           display erase at 0101
           display "Emissao de Lista de Separacao" at 0101
           display "Numero do Pedido: " at 0301
           move zeros to ws-pedido
           accept ws-pedido at 0319
           if ws-pedido = zeros
               go mostra-opcoes
           end-if

           move ws-pedido to numero-pedidos
           read pedidos invalid key
               display "Pedido Nao Encontrado. Enter" at 2301
               accept resposta at 2380
               go separacao
           end-read

           if not pedido-confirmado and not pedido-lancado
               display "Somente Pedido Confirmado Vai Para Separacao."
                                      at 2301
               accept resposta at 2380
               go separacao
           end-if
           if pedido-expedido-total
               display "Pedido Ja Expedido Por Completo." at 2301
               accept resposta at 2380
               go separacao
           end-if

           perform verifica-separacao-aberta
               thru verifica-separacao-aberta-fim
           if separacao-aberta
               display "Pedido Ja Tem Lista em Separacao: " at 2301
                           ws-expedicao
               accept resposta at 2380
               go separacao
           end-if

           move zeros to ws-itens-separar
           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               continue
           end-start
           perform conta-itens-separar thru conta-itens-separar-fim
           if ws-itens-separar = zeros
               display "Nada Reservado Para Separar Neste Pedido."
                                      at 2301
               accept resposta at 2380
               go separacao
           end-if

           move cliente-pedidos to codigo-clientes
           read clientes invalid key
               move "Cliente Nao Cadastrado" to nome-clientes
           end-read

           display "Cliente: " at 0501 cliente-pedidos
           display nome-clientes at 0517
           display "Itens a Separar: " at 0601 ws-itens-separar
           display "Emite a Lista de Separacao? Sim ou Nao?" at 2301
           accept resposta at 2342
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           perform obtem-numero-expedicao
               thru obtem-numero-expedicao-fim
           if not numeracao-obtida
               display "Numeracao de Expedicao Indisponivel." at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           accept ws-data-sistema from date yyyymmdd
           initialize registro-expedicoes
           move ws-numero-novo  to exp-numero
           move numero-pedidos  to exp-pedido
           move cliente-pedidos to exp-cliente
           move ws-data-sistema to exp-data-separacao
           move zeros           to exp-data-expedicao exp-valor
                                   exp-fatura
           move "S"             to exp-status
           move ws-operador     to exp-operador
           write registro-expedicoes invalid key
               display "Gravacao Expedicao Com Problema, Estado "
                                      at 2301 estado-expedicoes
               accept resposta at 2380
               go mostra-opcoes
           end-write

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               continue
           end-start
           perform grava-itens-separar thru grava-itens-separar-fim

           perform imprime-separacao thru imprime-separacao-fim

           display "Lista de Separacao Emitida: " at 2301 exp-numero
           accept resposta at 2380
           go separacao.
       conta-itens-separar.
           read itens-pedido next at end
               go conta-itens-separar-fim
           end-read
           if ite-pedido not = numero-pedidos
               go conta-itens-separar-fim
           end-if
           if ite-quantidade-reservada > zeros
               add 1 to ws-itens-separar
           end-if
           go conta-itens-separar.
       conta-itens-separar-fim.
           exit.
       grava-itens-separar.
           read itens-pedido next at end
               go grava-itens-separar-fim
           end-read
           if ite-pedido not = numero-pedidos
               go grava-itens-separar-fim
           end-if
           if ite-quantidade-reservada = zeros
               go grava-itens-separar
           end-if

           initialize registro-itens-expedicao
           move exp-numero               to ixp-expedicao
           move ite-sequencia            to ixp-sequencia
           move ite-produto              to ixp-produto
           move ite-quantidade-reservada to ixp-quantidade-separar
           move zeros                    to ixp-quantidade-expedida
                                            ixp-total
           move ite-preco-unitario       to ixp-preco-unitario
           write registro-itens-expedicao invalid key
               display "Gravacao Item Expedicao Com Problema, Estado "
                                      at 2301 estado-itens-expedicao
               accept resposta at 2380
           end-write
           go grava-itens-separar.
       grava-itens-separar-fim.
           exit.
      * Procura pela chave alternada de pedido uma lista ainda em
      * separacao; o numero achado fica em ws-expedicao.
       verifica-separacao-aberta.
           move "N"   to situacao-separacao
           move zeros to ws-expedicao
           move ws-pedido to exp-pedido
           start expedicoes key is = exp-pedido invalid key
               go verifica-separacao-aberta-fim
           end-start.
       verifica-separacao-aberta-le.
           read expedicoes next at end
               go verifica-separacao-aberta-fim
           end-read
           if exp-pedido not = ws-pedido
               go verifica-separacao-aberta-fim
           end-if
           if expedicao-em-separacao
               move "S"        to situacao-separacao
               move exp-numero to ws-expedicao
               go verifica-separacao-aberta-fim
           end-if
           go verifica-separacao-aberta-le.
       verifica-separacao-aberta-fim.
           exit.
      * Numeracao de expedicao no registro 33, junto dos demais
      * documentos de suprimento (31 compras, 32 inventario).
       obtem-numero-expedicao.
           move "N" to situacao-numeracao
           move 33 to num-filial
           read numeracao with lock invalid key
               move 33     to num-filial
               move 000001 to num-proximo
               move 000001 to num-faixa-inicio
               move 999999 to num-faixa-fim
               write registro-numeracao invalid key
                   go obtem-numero-expedicao-fim
               end-write
           end-read

           if num-proximo > num-faixa-fim
               unlock numeracao
               go obtem-numero-expedicao-fim
           end-if

           move num-proximo to ws-numero-novo
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               unlock numeracao
               go obtem-numero-expedicao-fim
           end-rewrite
           unlock numeracao

           move "S" to situacao-numeracao.
       obtem-numero-expedicao-fim.
           exit.
       imprime-separacao.
           move "Expedicao-Pedidos" to ws-spool-programa
           move "Spool-Separacao"   to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano

           move exp-numero      to 00-numero
           move exp-pedido      to 11-pedido
           move exp-cliente     to 12-cliente
           move nome-clientes   to 12-nome

           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           write linha-relatorio from linha-02
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-03

           move exp-numero to ixp-expedicao
           move zeros      to ixp-sequencia
           start itens-expedicao key is >= chave-itens-expedicao
               invalid key
                   go imprime-separacao-rodape
           end-start.
       imprime-separacao-itens.
           read itens-expedicao next at end
               go imprime-separacao-rodape
           end-read
           if ixp-expedicao not = exp-numero
               go imprime-separacao-rodape
           end-if

           move ixp-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read

           move ixp-sequencia          to 14-sequencia
           move ixp-produto            to 14-produto
           move pro-descricao          to 14-descricao
           move ixp-quantidade-separar to 14-quantidade
           write linha-relatorio from linha-04

      * Kit e separado pelos componentes, listados abaixo da linha.
           if produto-kit
               move ixp-quantidade-separar to ws-kit-separar
               perform imprime-componentes-kit
                   thru imprime-componentes-kit-fim
           end-if
           go imprime-separacao-itens.
       imprime-componentes-kit.
           if not componentes-disponivel
               go imprime-componentes-kit-fim
           end-if
           move ixp-produto to cpk-kit
           move zeros       to cpk-componente
           start componentes-kit key is >= chave-componentes-kit
               invalid key
                   go imprime-componentes-kit-fim
           end-start.
       imprime-componentes-kit-le.
           read componentes-kit next at end
               go imprime-componentes-kit-fim
           end-read
           if cpk-kit not = ixp-produto
               go imprime-componentes-kit-fim
           end-if

           move cpk-componente to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read
           move cpk-componente to 16-produto
           move pro-descricao  to 16-descricao
           compute 16-quantidade = ws-kit-separar * cpk-quantidade
           end-compute
           write linha-relatorio from linha-06
           go imprime-componentes-kit-le.
       imprime-componentes-kit-fim.
           exit.
       imprime-separacao-rodape.
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-05

           move "Fim da Lista de Separacao" to linha-relatorio
           write linha-relatorio
           close relatorio.
       imprime-separacao-fim.
           exit.

      * Registro do que saiu de fato: a quantidade expedida de cada
      * linha nao passa do separado. A saida baixa o reservado do
      * estoque; o que foi separado e nao saiu continua reservado
      * para o pedido e a linha fica em backorder ate completar.
       expedicao section.
           display erase at 0101
           display "Registro de Expedicao" at 0101
           display "Numero da Lista de Separacao: " at 0301
           move zeros to ws-expedicao
           accept ws-expedicao at 0331
           if ws-expedicao = zeros
               go mostra-opcoes
           end-if

           move ws-expedicao to exp-numero
           read expedicoes with lock invalid key
               display "Lista Nao Encontrada. Enter" at 2301
               accept resposta at 2380
               go expedicao
           end-read

           if not expedicao-em-separacao
               display "Lista Nao Esta em Separacao. Status "
                                      at 2301 exp-status
               accept resposta at 2380
               unlock expedicoes
               go expedicao
           end-if

           move exp-pedido to numero-pedidos
           read pedidos with lock invalid key
               display "Pedido da Lista Nao Encontrado. Enter" at 2301
               accept resposta at 2380
               unlock expedicoes
               go expedicao
           end-read

           display "Pedido: "  at 0501 exp-pedido
           display "Cliente: " at 0601 exp-cliente
           display "Informe a Quantidade Expedida de Cada Item"
                                  at 0801
           display "Seq Produto      Separar     Expedido" at 0901

           move 10 to ws-linha-item
           move exp-numero to ixp-expedicao
           move zeros      to ixp-sequencia
           start itens-expedicao key is >= chave-itens-expedicao
               invalid key
                   continue
           end-start
           perform informa-quantidades thru informa-quantidades-fim

           display "Confirma a Expedicao? Sim ou Nao?" at 2301
           accept resposta at 2336
           if resposta not = "S" and "s"
               unlock expedicoes
               unlock pedidos
               go mostra-opcoes
           end-if

           accept ws-data-sistema from date yyyymmdd
           move zeros to ws-total-expedido ws-total-sem-lote
           move exp-numero to ixp-expedicao
           move zeros      to ixp-sequencia
           start itens-expedicao key is >= chave-itens-expedicao
               invalid key
                   continue
           end-start
           perform baixa-itens-expedidos thru baixa-itens-expedidos-fim

      * O valor da expedicao e o que sera faturado: total das
      * linhas expedidas com o desconto do pedido.
           compute exp-valor rounded =
                   ws-total-expedido * (100 - desconto-pedidos) / 100
           end-compute
           move ws-data-sistema to exp-data-expedicao
           move "E"             to exp-status
           move ws-operador     to exp-operador
           rewrite registro-expedicoes invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-expedicoes
               accept resposta at 2380
           end-rewrite
           unlock expedicoes

           perform atualiza-situacao-pedido
               thru atualiza-situacao-pedido-fim
           move ws-operador     to operador-pedidos
           move ws-data-sistema to data-alteracao-pedidos
           rewrite registro-pedidos invalid key
               display "ReGravacao Pedido com Problema, Estado "
                                      at 2301 estado-pedidos
               accept resposta at 2380
           end-rewrite
           unlock pedidos

           if ws-total-sem-lote > zeros
               display "Quantidade Expedida Sem Lote: " at 2201
                           ws-total-sem-lote
           end-if
           if pedido-expedido-total
               display "Pedido Expedido Por Completo. Enter" at 2301
           else
               display "Expedicao Parcial, Saldo em Backorder. Enter"
                                      at 2301
           end-if
           accept resposta at 2380
           go expedicao.
       informa-quantidades.
           read itens-expedicao next at end
               go informa-quantidades-fim
           end-read
           if ixp-expedicao not = exp-numero
               go informa-quantidades-fim
           end-if
           if ws-linha-item > 20
               display "Mais Itens, Enter Continua." at 2301
               accept resposta at 2380
               move 10 to ws-linha-item
           end-if

           display ixp-sequencia
                   at line ws-linha-item column 01
           display ixp-produto
                   at line ws-linha-item column 05
           display ixp-quantidade-separar
                   at line ws-linha-item column 18
           move ixp-quantidade-separar to ws-quantidade-expedida.
       informa-quantidades-pede.
           accept ws-quantidade-expedida
                   at line ws-linha-item column 31
           if ws-quantidade-expedida > ixp-quantidade-separar
               display "Expedido Maior Que o Separado." at 2301
               accept resposta at 2380
               go informa-quantidades-pede
           end-if

           move ws-quantidade-expedida to ixp-quantidade-expedida
           compute ixp-total rounded =
                   ixp-quantidade-expedida * ixp-preco-unitario
           end-compute
           rewrite registro-itens-expedicao invalid key
               continue
           end-rewrite

           add 1 to ws-linha-item
           go informa-quantidades.
       informa-quantidades-fim.
           exit.
       baixa-itens-expedidos.
           read itens-expedicao next at end
               go baixa-itens-expedidos-fim
           end-read
           if ixp-expedicao not = exp-numero
               go baixa-itens-expedidos-fim
           end-if
           if ixp-quantidade-expedida = zeros
               go baixa-itens-expedidos
           end-if

           add ixp-total to ws-total-expedido

      * Kit sai pelos componentes, com os lotes deles.
           move ixp-produto to pro-codigo
           read produtos invalid key
               move "N" to pro-kit
           end-read
           if produto-kit
               move spaces                  to ws-lote-baixado
               move "X"                     to ws-kit-operacao
               move ixp-quantidade-expedida to ws-kit-quantidade
               move ixp-sequencia           to ws-kit-sequencia
               move exp-numero              to ws-kit-expedicao
               perform chama-movimenta-kit
               go baixa-itens-pedido
           end-if

           move ixp-produto to est-produto
           read estoque invalid key
               move ixp-produto to est-produto
               move zeros       to est-saldo-disponivel
                                   est-saldo-reservado
                                   est-custo-medio
               write registro-estoque invalid key
                   continue
               end-write
           end-read
           if ixp-quantidade-expedida > est-saldo-reservado
               move zeros to est-saldo-reservado
           else
               subtract ixp-quantidade-expedida
                   from est-saldo-reservado
           end-if
           rewrite registro-estoque invalid key
               continue
           end-rewrite

      * A mercadoria sai da filial do pedido, que a reservou.
           move ixp-produto             to ws-esf-produto
           move filial-pedidos          to ws-esf-filial
           move "X"                     to ws-esf-operacao
           move ixp-quantidade-expedida to ws-esf-quantidade
           perform atualiza-estoque-filial

           move ixp-produto             to mov-produto
           move "S"                     to mov-tipo
           move ixp-quantidade-expedida to mov-quantidade
           move exp-pedido              to mov-documento
           move ws-operador             to mov-operador
           move esf-filial              to mov-filial
           perform grava-mov-estoque

      * Produto com controle de lote sai pelo lote que vence
      * primeiro; a linha do pedido guarda o lote expedido.
           move spaces      to ws-lote-baixado
           move ixp-produto to pro-codigo
           read produtos invalid key
               move "N" to pro-controla-lote
           end-read
           if produto-controla-lote
               call "Consome-Lotes"
                   using ixp-produto ixp-quantidade-expedida
                         exp-pedido ixp-sequencia exp-numero
                         exp-cliente ws-lote-baixado
                         ws-quantidade-sem-lote
               end-call
               cancel "Consome-Lotes"
               add ws-quantidade-sem-lote to ws-total-sem-lote
           end-if.
       baixa-itens-pedido.
           move exp-pedido    to ite-pedido
           move ixp-sequencia to ite-sequencia
           read itens-pedido invalid key
               go baixa-itens-expedidos
           end-read
           add ixp-quantidade-expedida to ite-quantidade-expedida
           if ixp-quantidade-expedida > ite-quantidade-reservada
               move zeros to ite-quantidade-reservada
           else
               subtract ixp-quantidade-expedida
                   from ite-quantidade-reservada
           end-if
           if ite-quantidade-expedida < ite-quantidade
               move "B" to ite-situacao-entrega
           else
               move "T" to ite-situacao-entrega
           end-if
           if ws-lote-baixado not = spaces
               move ws-lote-baixado to ite-lote
           end-if
           rewrite registro-itens-pedido invalid key
               continue
           end-rewrite
           go baixa-itens-expedidos.
       baixa-itens-expedidos-fim.
           exit.
      * O pedido fica totalmente expedido quando nenhuma linha tem
      * mais saldo a entregar (expedida por completo ou encerrada).
       atualiza-situacao-pedido.
           move "N" to situacao-saldo
           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go atualiza-situacao-pedido-grava
           end-start.
       atualiza-situacao-pedido-le.
           read itens-pedido next at end
               go atualiza-situacao-pedido-grava
           end-read
           if ite-pedido not = numero-pedidos
               go atualiza-situacao-pedido-grava
           end-if
           if not item-saldo-encerrado
               and ite-quantidade-expedida < ite-quantidade
               move "S" to situacao-saldo
               go atualiza-situacao-pedido-grava
           end-if
           go atualiza-situacao-pedido-le.
       atualiza-situacao-pedido-grava.
           if saldo-pendente
               move "P" to expedicao-pedidos
           else
               move "T" to expedicao-pedidos
           end-if.
       atualiza-situacao-pedido-fim.
           exit.

      * O cliente nao quer mais esperar o backorder: o saldo que
      * falta entregar e encerrado, a reserva que houver volta ao
      * disponivel e o pedido passa a totalmente expedido.
       encerramento section.
           display erase at 0101
           display "Encerramento de Saldo do Pedido" at 0101
           display "Numero do Pedido: " at 0301
           move zeros to ws-pedido
           accept ws-pedido at 0319
           if ws-pedido = zeros
               go mostra-opcoes
           end-if

           move ws-pedido to numero-pedidos
           read pedidos with lock invalid key
               display "Pedido Nao Encontrado. Enter" at 2301
               accept resposta at 2380
               go encerramento
           end-read

           if not pedido-confirmado and not pedido-lancado
               display "Somente Pedido Confirmado Tem Saldo a Encerrar."
                                      at 2301
               accept resposta at 2380
               unlock pedidos
               go encerramento
           end-if
           if pedido-expedido-total
               display "Pedido Sem Saldo a Entregar." at 2301
               accept resposta at 2380
               unlock pedidos
               go encerramento
           end-if

           perform verifica-separacao-aberta
               thru verifica-separacao-aberta-fim
           if separacao-aberta
               display "Expeca ou Cancele a Lista em Separacao: "
                                      at 2301 ws-expedicao
               accept resposta at 2380
               unlock pedidos
               go encerramento
           end-if

           display "Cliente: " at 0501 cliente-pedidos
           display "Encerra o Saldo a Entregar? Sim ou Nao?" at 2301
           accept resposta at 2342
           if resposta not = "S" and "s"
               unlock pedidos
               go mostra-opcoes
           end-if

           move zeros to ws-itens-encerrados
           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               continue
           end-start
           perform encerra-itens thru encerra-itens-fim

           accept ws-data-sistema from date yyyymmdd
           move "T"             to expedicao-pedidos
           move ws-operador     to operador-pedidos
           move ws-data-sistema to data-alteracao-pedidos
           rewrite registro-pedidos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-pedidos
               accept resposta at 2380
           end-rewrite
           unlock pedidos

           display "Itens Encerrados: " at 2301 ws-itens-encerrados
           accept resposta at 2380
           go encerramento.
       encerra-itens.
           read itens-pedido next at end
               go encerra-itens-fim
           end-read
           if ite-pedido not = numero-pedidos
               go encerra-itens-fim
           end-if
           if item-expedido or item-saldo-encerrado
               go encerra-itens
           end-if
           if ite-quantidade-expedida not < ite-quantidade
               go encerra-itens
           end-if

           move ite-produto to pro-codigo
           read produtos invalid key
               move "N" to pro-kit
           end-read
           if produto-kit and ite-quantidade-reservada > zeros
               move "L"                      to ws-kit-operacao
               move ite-quantidade-reservada to ws-kit-quantidade
               move zeros                    to ws-kit-sequencia
                                                ws-kit-expedicao
               perform chama-movimenta-kit
               go encerra-itens-grava
           end-if

           if ite-quantidade-reservada > zeros
               move ite-quantidade-reservada to ws-quantidade-baixa
               move ite-produto to est-produto
               read estoque invalid key
                   move zeros to ws-quantidade-baixa
               end-read
           else
               move zeros to ws-quantidade-baixa
           end-if

           if ws-quantidade-baixa > zeros
               if ws-quantidade-baixa > est-saldo-reservado
                   move zeros to est-saldo-reservado
               else
                   subtract ws-quantidade-baixa from est-saldo-reservado
               end-if
               add ws-quantidade-baixa to est-saldo-disponivel
               rewrite registro-estoque invalid key
                   continue
               end-rewrite

               move ite-produto         to ws-esf-produto
               move filial-pedidos      to ws-esf-filial
               move "L"                 to ws-esf-operacao
               move ws-quantidade-baixa to ws-esf-quantidade
               perform atualiza-estoque-filial

               move ite-produto         to mov-produto
               move "L"                 to mov-tipo
               move ws-quantidade-baixa to mov-quantidade
               move numero-pedidos      to mov-documento
               move ws-operador         to mov-operador
               move esf-filial          to mov-filial
               perform grava-mov-estoque
           end-if.
       encerra-itens-grava.
           move zeros to ite-quantidade-reservada
           move "X"   to ite-situacao-entrega
           rewrite registro-itens-pedido invalid key
               continue
           end-rewrite
           add 1 to ws-itens-encerrados
           go encerra-itens.
       encerra-itens-fim.
           exit.
      * O movimento do kit e feito nos componentes, na filial do
      * pedido, com o estoque fechado aqui.
       chama-movimenta-kit.
           move ite-produto      to ws-kit-produto
           if ws-kit-operacao = "X"
               move ixp-produto  to ws-kit-produto
           end-if
           move filial-pedidos   to ws-kit-filial
           move numero-pedidos   to ws-kit-documento
           move cliente-pedidos  to ws-kit-cliente
           move ws-operador      to ws-kit-operador
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

       consulta section.
           display erase at 0101
           display "Consulta de Expedicao" at 0101
           display "Numero da Lista de Separacao: " at 0301
           move zeros to ws-expedicao
           accept ws-expedicao at 0331
           if ws-expedicao = zeros
               go mostra-opcoes
           end-if

           move ws-expedicao to exp-numero
           read expedicoes invalid key
               display "Lista Nao Encontrada. Enter" at 2301
               accept resposta at 2380
               go consulta
           end-read

           display "Pedido....: " at 0501 exp-pedido
           display "Cliente...: " at 0601 exp-cliente
           display "Separacao.: " at 0701 exp-data-separacao
           display "Expedicao.: " at 0801 exp-data-expedicao
           display "Valor.....: " at 0901 exp-valor
           display "Status....: " at 1001 exp-status
           display "Fatura....: " at 1101 exp-fatura
           display "Operador..: " at 1201 exp-operador
           display "Seq Produto      Separar     Expedido" at 1401

           move 15 to ws-linha-item
           move exp-numero to ixp-expedicao
           move zeros      to ixp-sequencia
           start itens-expedicao key is >= chave-itens-expedicao
               invalid key
                   continue
           end-start
           perform mostra-itens thru mostra-itens-fim

           display "Enter, finaliza Consulta." at 2301
           accept resposta at 2380
           go consulta.
       mostra-itens.
           read itens-expedicao next at end
               go mostra-itens-fim
           end-read
           if ixp-expedicao not = exp-numero
               go mostra-itens-fim
           end-if
           if ws-linha-item > 21
               go mostra-itens-fim
           end-if

           display ixp-sequencia
                   at line ws-linha-item column 01
           display ixp-produto
                   at line ws-linha-item column 05
           display ixp-quantidade-separar
                   at line ws-linha-item column 18
           display ixp-quantidade-expedida
                   at line ws-linha-item column 31
           add 1 to ws-linha-item
           go mostra-itens.
       mostra-itens-fim.
           exit.

      * Lista cancelada nao mexe em estoque: a reserva continua nas
      * linhas do pedido e pode ir numa nova lista.
       cancelamento section.
           display erase at 0101
           display "Cancelamento de Lista de Separacao" at 0101
           display "Numero da Lista de Separacao: " at 0301
           move zeros to ws-expedicao
           accept ws-expedicao at 0331
           if ws-expedicao = zeros
               go mostra-opcoes
           end-if

           move ws-expedicao to exp-numero
           read expedicoes with lock invalid key
               display "Lista Nao Encontrada. Enter" at 2301
               accept resposta at 2380
               go cancelamento
           end-read

           if not expedicao-em-separacao
               display "Somente Lista em Separacao Pode Ser Cancelada."
                                      at 2301
               accept resposta at 2380
               unlock expedicoes
               go cancelamento
           end-if

           display "Pedido: "  at 0501 exp-pedido
           display "Cliente: " at 0601 exp-cliente
           display "Confirma o Cancelamento? Sim ou Nao?" at 2301
           accept resposta at 2339
           if resposta not = "S" and "s"
               unlock expedicoes
               go mostra-opcoes
           end-if

           move "X"         to exp-status
           move ws-operador to exp-operador
           rewrite registro-expedicoes invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-expedicoes
               accept resposta at 2380
           end-rewrite
           unlock expedicoes

           display "Lista de Separacao Cancelada. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       copy "C:\CursoCobol\Copylib\GravaMovEstoque.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaEstoqueFilial.cpy".

       end program Expedicao-Pedidos.
