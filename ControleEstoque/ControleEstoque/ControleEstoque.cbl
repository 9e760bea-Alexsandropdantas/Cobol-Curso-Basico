       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\Select-PedidosCompra.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\Select-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\Select-Lotes.txt".
       copy "C:\CursoCobol\Copylib\Select-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\Select-UnidadesProduto.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\FD-PedidosCompra.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\FD-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\FD-Lotes.txt".
       copy "C:\CursoCobol\Copylib\FD-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\FD-UnidadesProduto.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
       01 estado-estoque           pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-mov-estoque       pic x(02) value spaces.
       01 estado-pedidos-compra    pic x(02) value spaces.
       01 estado-itens-compra      pic x(02) value spaces.
       01 estado-usuarios          pic x(02) value spaces.
       01 estado-lotes             pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 estado-titulos-pagar     pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-produto               pic 9(05) value zeros.
       01 ws-quantidade            pic 9(05)v99 value zeros.
       01 ws-quantidade-informada  pic 9(05)v99 value zeros.
       01 ws-unidade-entrada       pic x(03) value spaces.
       01 ws-pedido-compra         pic 9(06) value zeros.
       01 ws-item-compra           pic 9(02) value zeros.
       01 ws-saldo-compra          pic 9(05)v99 value zeros.
       01 ws-saldo-fisico          pic 9(08)v99 value zeros.
       01 ws-quantidade-alocada    pic 9(07)v99 value zeros.
       01 ws-operador-supervisor   pic x(08) value spaces.
       01 situacao-supervisor      pic x(01) value "N".
          88 supervisor-valido     value "S".
       01 situacao-itens-compra    pic x(01) value "N".
          88 compra-com-saldo      value "S".
       01 ws-lote                  pic x(12) value spaces.
       01 ws-data-fabricacao       pic 9(08) value zeros.
       01 ws-data-validade         pic 9(08) value zeros.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-lote-pedido           pic 9(06) value zeros.
       01 ws-lote-sequencia        pic 9(02) value zeros.
       01 ws-lote-expedicao        pic 9(06) value zeros.
       01 ws-lote-cliente          pic 9(06) value zeros.
       01 ws-lote-baixado          pic x(12) value spaces.
       01 ws-quantidade-sem-lote   pic 9(05)v99 value zeros.
       01 ws-linha-lote            pic 99    value zeros.
       01 ws-filial                pic 9(02) value zeros.
       01 situacao-filial          pic x(01) value "N".
          88 filial-valida         value "S".
       01 ws-linha-filial          pic 99    value zeros.
       01 ws-total-transito        pic 9(07)v99 value zeros.
       01 situacao-estoque-filial  pic x(01) value "N".
          88 estoque-filial-disponivel value "S".
       01 ws-implantados           pic 9(05) value zeros.
       01 situacao-lote            pic x(01) value "N".
          88 lote-divergente       value "S".
       01 situacao-data            pic x(01) value "N".
          88 data-valida           value "S".
       01 situacao-ano-bissexto    pic x(01) value "N".
          88 ano-bissexto          value "S".
       01 ws-data-verifica.
          03 ws-ano-v              pic 9(04).
          88 ws-ano-ok value 2000 thru 2099.
          03 ws-mes-v              pic 9(02).
          88 ws-mes-ok value 01 thru 12.
          88 ws-mes-30 value 04 06 09 11.
          88 ws-mes-31 value 01 03 05 07 08 10 12.
          88 ws-mes-28 value 02.
          03 ws-dia-v              pic 9(02).
          88 ws-dia-ok  value 01 thru 31.
       01 ws-numero-pagar          pic 9(06) value zeros.
       01 ws-valor-pagar           pic 9(11)v99 value zeros.
       01 ws-prazo-pagar           pic 9(03) value 30.
       01 ws-dia-prazo             pic 9(03) value zeros.
       01 ws-venc-base             pic 9(08) value zeros.
       01 filler redefines ws-venc-base.
          03 ws-venc-ano           pic 9(04).
          03 ws-venc-mes           pic 9(02).
          03 ws-venc-dia           pic 9(02).
       01 ws-venc-util             pic 9(08) value zeros.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       01 ws-ano-div               pic 9(04) value zeros.
       01 ws-resto-4               pic 9(02) value zeros.
       01 ws-resto-100             pic 9(02) value zeros.
       01 ws-resto-400             pic 9(03) value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data.
          03 ws-ano                pic 9(02).
         03 filler                pic x(42) value "DESCRICAO".
         03 filler                pic x(14) value "DISPONIVEL".
         03 filler                pic x(14) value "RESERVADO".
         03 filler                pic x(14) value "TRANSITO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-produto            pic zzzz9bbb.
         03 12-descricao          pic x(42).
         03 12-disponivel         pic zzz.zz9,99bbbb.
         03 12-reservado          pic zzz.zz9,99bbbb.
         03 12-transito           pic zzz.zz9,99.
       01 linha-03.
         03 filler                pic x(13) value spaces.
         03 filler                pic x(07) value "Filial ".
         03 13-filial             pic 99bb.
         03 13-nome               pic x(31).
         03 13-disponivel         pic zzz.zz9,99bbbb.
         03 13-reservado          pic zzz.zz9,99bbbb.
         03 13-transito           pic zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\CamposEstoqueFilial.cpy".
       copy "C:\CursoCobol\Copylib\CamposUnidade.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

                  "\Spool-Estoque.txt"
                                        delimited by size
                  into ws-local
           end-string

      * Prazo em dias corridos do titulo a pagar gerado na entrada
      * de mercadoria: PAGAR-PRAZO-FORNECEDOR (parametro; sem ele,
      * 30 dias).
           move "PAGAR-PRAZO-FORNECEDOR" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 366
               move ws-par-valor-num to ws-prazo-pagar
           end-if.

       abre-arquivo-io-estoque section.
           open i-o estoque
               close estoque
               goback
           end-if.

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
               close estoque produtos
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
               close estoque produtos pedidos-compra
               goback
           end-if
           end-if.

       abre-arquivo-io-lotes section.
           open i-o lotes
           if estado-lotes not = "00"
           if estado-lotes = "35" or "05"
               close lotes
               open output lotes
               close lotes
               go abre-arquivo-io-lotes
           else
               display "Arquivo Lotes Com Problema Estado " at 2301
                           estado-lotes
               accept resposta at 2380
               close estoque produtos pedidos-compra itens-compra
               goback
           end-if
           end-if.

       abre-arquivo-io-numeracao section.
           open i-o numeracao
           if estado-numeracao = "35" or "05"
               close numeracao
               open output numeracao
               close numeracao
               open i-o numeracao
           end-if.

       abre-arquivo-io-titulos-pagar section.
           open i-o titulos-pagar
           if estado-titulos-pagar not = "00"
           if estado-titulos-pagar = "35" or "05"
               close titulos-pagar
               open output titulos-pagar
               close titulos-pagar
               go abre-arquivo-io-titulos-pagar
           else
               display "Arquivo Titulos a Pagar Com Problema Estado "
                           at 2301 estado-titulos-pagar
               accept resposta at 2380
               close estoque produtos pedidos-compra itens-compra
                     lotes numeracao
               goback
           end-if
           end-if.
       pede-operador section.
           if usuario-corrente not = spaces
               move usuario-corrente to ws-operador
           display "02-Saida Avulsa (Ajuste)"        at 0401
           display "03-Consultar Saldo"              at 0501
           display "04-Relatorio Posicao de Estoque" at 0601
           display "05-Implantacao Estoque Filiais"  at 0701
           display "00-Sair"                         at 0901
           display "Opcao: "                         at 1101
           accept opcao at 1108

           if opcao = 01
               go entrada
           if opcao = 04
               go posicao
           else
           if opcao = 05
               go implantacao
           else
           if opcao = 00
               close estoque produtos pedidos-compra itens-compra
                     lotes numeracao titulos-pagar
               goback
           else
               go mostra-opcoes
           end-if.
      * Toda entrada de mercadoria tem um pedido de compra por
      * tras: o recebimento baixa o saldo da linha do pedido e o
      * excesso sobre o que foi comprado so entra com liberacao do
      * supervisor.
       entrada section.
           display erase at 0101
           display "Entrada de Mercadoria" at 0101
           display "Pedido Compra: " at 0301
           move zeros to ws-pedido-compra
           accept ws-pedido-compra at 0316
           if ws-pedido-compra = zeros
               go mostra-opcoes
           end-if

           move ws-pedido-compra to pc-numero
           read pedidos-compra invalid key
               display "Pedido de Compra Nao Cadastrado." at 2301
               accept resposta at 2380
               go entrada
           end-read
           if not compra-aberta and not compra-parcial
               display "Pedido de Compra Nao Esta Em Aberto." at 2301
               accept resposta at 2380
               go entrada
           end-if
           display "Fornecedor: " at 0325 pc-fornecedor
           display "Previsto: "   at 0345 pc-data-prevista.
      * A mercadoria entra no disponivel da filial que a recebeu.
       entrada-filial.
           display "Filial: " at 0365
           move 01 to ws-filial
           display ws-filial at 0373
           accept ws-filial at 0373
           if ws-filial = zeros
               move 01 to ws-filial
           end-if
           perform valida-filial thru valida-filial-fim
           if not filial-valida
               display "Filial Inexistente ou Inativa." at 2301
               accept resposta at 2380
               go entrada-filial
           end-if.
       entrada-item.
           display "Item........: " at 0401
           move zeros to ws-item-compra
           accept ws-item-compra at 0415
           if ws-item-compra = zeros
               go entrada
           end-if

           move ws-pedido-compra to ic-pedido
           move ws-item-compra   to ic-sequencia
           read itens-compra with lock invalid key
               display "Item Nao Existe Neste Pedido." at 2301
               accept resposta at 2380
               go entrada-item
           end-read
           if not item-compra-aberto and not item-compra-parcial
               display "Item do Pedido Ja Encerrado." at 2301
               accept resposta at 2380
               unlock itens-compra
               go entrada-item
           end-if

           move ic-produto to ws-produto pro-codigo
           read produtos invalid key
               move spaces to pro-descricao pro-unidade
               move "N"    to pro-controla-lote pro-kit
           end-read
           if produto-kit
               display "Kit Nao Tem Estoque, Receba os Componentes."
                                      at 2301
               accept resposta at 2380
               unlock itens-compra
               go entrada-item
           end-if

           compute ws-saldo-compra =
                   ic-quantidade - ic-quantidade-recebida
           end-compute

           display "Produto.....: " at 0501 ws-produto
           display pro-descricao at 0522
           display "Pedido......: " at 0601 ic-quantidade
           display "Recebido....: " at 0701 ic-quantidade-recebida
           display "Saldo.......: " at 0801 ws-saldo-compra
           display pro-unidade      at 0831

      * O fornecedor entrega na unidade de compra (caixa, fardo); o
      * pedido de compra, o estoque e o custo ficam na unidade base.
           display "Unidade.....: " at 0901
           move pro-unidade to ws-unidade-entrada
           display ws-unidade-entrada at 0915
           accept ws-unidade-entrada  at 0915

           display "Quantidade..: " at 1001
           move zeros to ws-quantidade
           accept ws-quantidade at 1015
           if ws-quantidade = zeros
               unlock itens-compra
               go entrada-item
           end-if

           perform converte-unidade-entrada
               thru converte-unidade-entrada-fim
           if not ws-und-valida
               unlock itens-compra
               go entrada-item
           end-if

           move spaces to ws-operador-supervisor
           if ws-quantidade not > ws-saldo-compra
               go entrada-lote
           end-if

           display "Quantidade Acima do Saldo do Pedido." at 2201
           display "Liberacao do Supervisor (S/N)? " at 2301
           accept resposta at 2332
           if resposta not = "S" and "s"
               unlock itens-compra
               go entrada-item
           end-if.
       entrada-supervisor.
           move spaces to ws-operador-supervisor
           display "Supervisor (Vazio=Cancela): " at 2301
           accept ws-operador-supervisor at 2329
           if ws-operador-supervisor = spaces
               unlock itens-compra
               go entrada-item
           end-if

           perform valida-supervisor thru valida-supervisor-fim
           if not supervisor-valido
               display "Operador Nao e Supervisor Ativo." at 2301
               accept resposta at 2380
               go entrada-supervisor
           end-if.
      * Produto com controle de lote so entra com lote, fabricacao e
      * validade; o mesmo lote nao pode ter duas validades.
       entrada-lote.
           move spaces to ws-lote
           move zeros  to ws-data-fabricacao ws-data-validade
           if not produto-controla-lote
               go entrada-grava
           end-if

           display "Lote........: " at 1201
           display "Fabricacao..: " at 1301
           display "(AAAAMMDD)"     at 1325
           display "Validade....: " at 1401
           display "(AAAAMMDD)"     at 1425
           accept ws-lote at 1215
           if ws-lote = spaces
               unlock itens-compra
               go entrada-item
           end-if

           accept ws-data-fabricacao at 1315
           move ws-data-fabricacao to ws-data-verifica
           perform valida-data-lote thru valida-data-lote-fim
           if not data-valida
               display "Data de Fabricacao Invalida." at 2301
               accept resposta at 2380
               go entrada-lote
           end-if

           accept ws-data-validade at 1415
           move ws-data-validade to ws-data-verifica
           perform valida-data-lote thru valida-data-lote-fim
           if not data-valida
               display "Data de Validade Invalida." at 2301
               accept resposta at 2380
               go entrada-lote
           end-if
           if ws-data-validade not > ws-data-fabricacao
               display "Validade Deve Ser Posterior a Fabricacao."
                                      at 2301
               accept resposta at 2380
               go entrada-lote
           end-if
           accept ws-data-sistema from date yyyymmdd
           if ws-data-validade < ws-data-sistema
               display "Lote Ja Vencido, Entrada Recusada." at 2301
               accept resposta at 2380
               go entrada-lote
           end-if

           perform verifica-lote thru verifica-lote-fim
           if lote-divergente
               display "Lote Ja Cadastrado Com Outra Validade." at 2301
               accept resposta at 2380
               go entrada-lote
           end-if.
       entrada-grava.
           move ws-produto to est-produto
           read estoque invalid key
               move ws-produto to est-produto
               move zeros      to est-saldo-disponivel
                                  est-saldo-reservado
                                  est-custo-medio
               perform calcula-custo-medio
               add ws-quantidade to est-saldo-disponivel
               write registro-estoque invalid key
                   display "Gravacao com Problema, Estado " at 2301
                               estado-estoque
                   accept resposta at 2380
                   unlock itens-compra
                   go mostra-opcoes
               end-write
           not invalid key
               perform calcula-custo-medio
               add ws-quantidade to est-saldo-disponivel
               rewrite registro-estoque invalid key
                   display "ReGravacao com Problema, Estado " at 2301
                               estado-estoque
                   accept resposta at 2380
                   unlock itens-compra
                   go mostra-opcoes
               end-rewrite
           end-read

           move ws-produto       to mov-produto
           move "E"              to mov-tipo
           move ws-quantidade    to mov-quantidade
           move ws-pedido-compra to mov-documento
           move ws-operador      to mov-operador
           move ws-filial        to mov-filial
           perform grava-mov-estoque

           move ws-produto    to ws-esf-produto
           move ws-filial     to ws-esf-filial
           move "E"           to ws-esf-operacao
           move ws-quantidade to ws-esf-quantidade
           perform atualiza-estoque-filial

           if ws-lote not = spaces
               perform grava-lote
           end-if

           add ws-quantidade to ic-quantidade-recebida
           if ic-quantidade-recebida < ic-quantidade
               move "P" to ic-status
           else
               move "F" to ic-status
           end-if
           if ws-operador-supervisor not = spaces
               move ws-operador-supervisor to ic-operador-liberacao
           end-if
           rewrite registro-itens-compra invalid key
               display "ReGravacao Item com Problema, Estado " at 2301
                           estado-itens-compra
               accept resposta at 2380
           end-rewrite
           unlock itens-compra

           perform gera-titulo-fornecedor
               thru gera-titulo-fornecedor-fim
           if ws-numero-pagar not = zeros
               display "Titulo a Pagar Gerado: " at 2101
                           ws-numero-pagar
           end-if

           perform atualiza-pedido-compra
               thru atualiza-pedido-compra-fim

      * A entrada atende primeiro os pedidos da filial que esperam
      * pelo produto; a alocacao trabalha com o estoque fechado aqui.
           close estoque
           call "Aloca-Backorder"
               using ws-produto ws-pedido-compra ws-operador
                     ws-quantidade-alocada ws-filial
           end-call
           cancel "Aloca-Backorder"
           open i-o estoque

           if ws-quantidade-alocada > zeros
               display "Reservado Para Pedidos em Espera: " at 2201
                           ws-quantidade-alocada
           end-if
           display "Entrada Registrada. Enter" at 2301
           accept resposta at 2380
           go entrada.
      * Quantidade digitada na unidade de compra vira unidade base
      * pelo fator do cadastro de unidades do produto.
       converte-unidade-entrada.
           if ws-unidade-entrada = spaces
               move pro-unidade to ws-unidade-entrada
           end-if
           move ws-produto         to ws-und-produto
           move ws-unidade-entrada to ws-und-unidade
           move pro-unidade        to ws-und-base
           move "C"                to ws-und-uso
           perform busca-fator-unidade
           if not ws-und-valida
               display "Unidade Nao Liberada Para Compra do Produto."
                                      at 2301
               accept resposta at 2380
               go converte-unidade-entrada-fim
           end-if
           if ws-und-fator = 1
               go converte-unidade-entrada-fim
           end-if

           move ws-quantidade to ws-quantidade-informada
           compute ws-quantidade rounded =
                   ws-quantidade-informada * ws-und-fator
               on size error
                   move zeros to ws-quantidade
           end-compute
           if ws-quantidade = zeros
               display "Quantidade Fora do Limite na Unidade Base."
                                      at 2301
               accept resposta at 2380
               move "N" to ws-und-situacao
               go converte-unidade-entrada-fim
           end-if
           display "="           at 1025
           display ws-quantidade at 1027
           display pro-unidade   at 1037.
       converte-unidade-entrada-fim.
           exit.
      * O pedido fecha quando nenhuma linha tem mais saldo a
      * receber; enquanto houver, fica como recebido em parte.
       atualiza-pedido-compra.
           move "N" to situacao-itens-compra
           move ws-pedido-compra to ic-pedido
           move zeros            to ic-sequencia
           start itens-compra key is >= chave-itens-compra invalid key
               go atualiza-pedido-compra-grava
           end-start.
       atualiza-pedido-compra-le.
           read itens-compra next at end
               go atualiza-pedido-compra-grava
           end-read
           if ic-pedido not = ws-pedido-compra
               go atualiza-pedido-compra-grava
           end-if
           if item-compra-aberto or item-compra-parcial
               move "S" to situacao-itens-compra
               go atualiza-pedido-compra-grava
           end-if
           go atualiza-pedido-compra-le.
       atualiza-pedido-compra-grava.
           move ws-pedido-compra to pc-numero
           read pedidos-compra with lock invalid key
               go atualiza-pedido-compra-fim
           end-read
           if compra-com-saldo
               move "P" to pc-status
           else
               move "F" to pc-status
           end-if
           move ws-operador to pc-operador
           accept pc-data-alteracao from date yyyymmdd
           rewrite registro-pedidos-compra invalid key
               continue
           end-rewrite
           unlock pedidos-compra.
       atualiza-pedido-compra-fim.
           exit.
      * Nova entrada do mesmo lote soma ao saldo do lote.
       grava-lote.
           move ws-produto       to lot-produto
           move ws-data-validade to lot-data-validade
           move ws-lote          to lot-lote
           read lotes with lock invalid key
               move ws-data-fabricacao to lot-data-fabricacao
               move ws-data-sistema    to lot-data-entrada
               move ws-quantidade      to lot-quantidade-entrada
                                          lot-saldo
               move ws-pedido-compra   to lot-documento
               move ws-operador        to lot-operador
               write registro-lotes invalid key
                   display "Gravacao Lote com Problema, Estado "
                                      at 2301 estado-lotes
                   accept resposta at 2380
               end-write
           not invalid key
               add ws-quantidade     to lot-quantidade-entrada
                                        lot-saldo
               move ws-pedido-compra to lot-documento
               move ws-operador      to lot-operador
               rewrite registro-lotes invalid key
                   display "ReGravacao Lote com Problema, Estado "
                                      at 2301 estado-lotes
                   accept resposta at 2380
               end-rewrite
           end-read
           unlock lotes.
       verifica-lote.
           move "N" to situacao-lote
           move ws-produto to lot-produto
           move zeros      to lot-data-validade
           move spaces     to lot-lote
           start lotes key is >= chave-lotes invalid key
               go verifica-lote-fim
           end-start.
       verifica-lote-le.
           read lotes next at end
               go verifica-lote-fim
           end-read
           if lot-produto not = ws-produto
               go verifica-lote-fim
           end-if
           if lot-lote = ws-lote
               and lot-data-validade not = ws-data-validade
               move "S" to situacao-lote
               go verifica-lote-fim
           end-if
           go verifica-lote-le.
       verifica-lote-fim.
           exit.
      * A entrada contra o pedido de compra gera o titulo a pagar do
      * fornecedor pela quantidade recebida ao preco do pedido; o
      * numero vem da faixa 51 da numeracao e o vencimento e a data
      * da entrada mais o prazo, ajustado para o proximo dia util.
       gera-titulo-fornecedor.
           move zeros to ws-numero-pagar
           compute ws-valor-pagar rounded =
                   ws-quantidade * ic-preco-unitario
           end-compute
           if ws-valor-pagar = zeros
               go gera-titulo-fornecedor-fim
           end-if

           move 51 to num-filial
           read numeracao with lock invalid key
               move 51     to num-filial
               move 000001 to num-proximo
               move 000001 to num-faixa-inicio
               move 999999 to num-faixa-fim
               write registro-numeracao invalid key
                   go gera-titulo-fornecedor-fim
               end-write
           end-read
           if num-proximo > num-faixa-fim
               unlock numeracao
               display "Faixa de Titulos a Pagar Esgotada." at 2101
               go gera-titulo-fornecedor-fim
           end-if
           move num-proximo to ws-numero-pagar
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               move zeros to ws-numero-pagar
           end-rewrite
           unlock numeracao
           if ws-numero-pagar = zeros
               go gera-titulo-fornecedor-fim
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-venc-base
           move zeros to ws-dia-prazo.
       gera-titulo-fornecedor-prazo.
           if ws-dia-prazo < ws-prazo-pagar
               add 1 to ws-dia-prazo
               perform avanca-um-dia-vencimento
               go gera-titulo-fornecedor-prazo
           end-if

           call "Proximo-Dia-Util"
               using ws-venc-base ws-venc-util
           end-call
           cancel "Proximo-Dia-Util"

           initialize registro-titulos-pagar
           move ws-numero-pagar  to tpg-numero
           move "F"              to tpg-tipo
           move pc-fornecedor    to tpg-codigo
           move ws-pedido-compra to tpg-documento
           move ws-item-compra   to tpg-item
           move ws-data-sistema  to tpg-emissao
           move ws-venc-util     to tpg-vencimento
           move ws-valor-pagar   to tpg-valor
           move "A"              to tpg-status
           move ws-operador      to tpg-operador
           write registro-titulos-pagar invalid key
               display "Gravacao Titulo a Pagar Com Problema, Estado "
                                      at 2101 estado-titulos-pagar
               move zeros to ws-numero-pagar
           end-write.
       gera-titulo-fornecedor-fim.
           exit.
      * O dia seguinte sai da propria validacao de data: se o dia
      * somado nao existe no mes, vira o mes.
       avanca-um-dia-vencimento.
           add 1 to ws-venc-dia
           move ws-venc-base to ws-data-verifica
           perform valida-data-lote thru valida-data-lote-fim
           if not data-valida
               move 01 to ws-venc-dia
               if ws-venc-mes = 12
                   move 01 to ws-venc-mes
                   add 1 to ws-venc-ano
               else
                   add 1 to ws-venc-mes
               end-if
           end-if.
       valida-data-lote.
           move "N" to situacao-data
           if not ws-dia-ok or not ws-mes-ok or not ws-ano-ok
               go valida-data-lote-fim
           end-if

           move "N" to situacao-ano-bissexto
           divide ws-ano-v by 4 giving ws-ano-div
                               remainder ws-resto-4
           if ws-resto-4 = zeros
               move "S" to situacao-ano-bissexto
               divide ws-ano-v by 100 giving ws-ano-div
                                   remainder ws-resto-100
               if ws-resto-100 = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-ano-v by 400 giving ws-ano-div
                                       remainder ws-resto-400
                   if ws-resto-400 = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if

           if ws-mes-30 and ws-dia-v <= 30
               move "S" to situacao-data
           else
           if ws-mes-31 and ws-dia-v <= 31
               move "S" to situacao-data
           else
           if ws-mes-28 and ws-dia-v <= 28
               move "S" to situacao-data
           else
           if ws-mes-28 and ws-dia-v = 29 and ano-bissexto
               move "S" to situacao-data
           end-if
           end-if
           end-if
           end-if.
       valida-data-lote-fim.
           exit.
      * Custo medio ponderado: o saldo fisico (disponivel mais
      * reservado) ao custo medio atual somado a entrada ao preco
      * do pedido de compra. Saldo sem custo (anterior ao controle
      * de custo) assume o preco da primeira entrada.
       calcula-custo-medio.
           compute ws-saldo-fisico =
                   est-saldo-disponivel + est-saldo-reservado
           end-compute
           if ws-saldo-fisico = zeros or est-custo-medio = zeros
               move ic-preco-unitario to est-custo-medio
           else
               compute est-custo-medio rounded =
                      (ws-saldo-fisico * est-custo-medio
                     + ws-quantidade * ic-preco-unitario)
                     / (ws-saldo-fisico + ws-quantidade)
               end-compute
           end-if.
      * Sem o cadastro de filiais so a matriz (01) e aceita.
       valida-filial.
           move "N" to situacao-filial
           open input filiais
           if estado-filiais not = "00"
               close filiais
               if ws-filial = 01
                   move "S" to situacao-filial
               end-if
               go valida-filial-fim
           end-if

           move ws-filial to fil-codigo
           read filiais invalid key
               close filiais
               go valida-filial-fim
           end-read
           if filial-ativa
               move "S" to situacao-filial
           end-if
           close filiais.
       valida-filial-fim.
           exit.
      * Sem o cadastro de usuarios (implantacao antiga) vale o
      * registro da liberacao; com o cadastro, exige perfil 3 ativo.
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
       saida section.
           display erase at 0101
           display "Saida Avulsa de Mercadoria" at 0101
               go saida
           end-read

       saida-filial.
           display "Filial......: " at 0401
           move 01 to ws-filial
           display ws-filial at 0415
           accept ws-filial at 0415
           if ws-filial = zeros
               move 01 to ws-filial
           end-if
           perform valida-filial thru valida-filial-fim
           if not filial-valida
               display "Filial Inexistente ou Inativa." at 2301
               accept resposta at 2380
               go saida-filial
           end-if

           move ws-produto to ws-esf-produto
           move ws-filial  to ws-esf-filial
           perform le-estoque-filial
           display "Disponivel..: " at 0501 esf-saldo-disponivel

           display "Quantidade..: " at 0601
           move zeros to ws-quantidade
           accept ws-quantidade at 0615
           if ws-quantidade = zeros
               go mostra-opcoes
           end-if

           if ws-quantidade > esf-saldo-disponivel
               or ws-quantidade > est-saldo-disponivel
               display "Saldo Disponivel Insuficiente." at 2301
               accept resposta at 2380
               go saida
           move ws-quantidade to mov-quantidade
           move zeros         to mov-documento
           move ws-operador   to mov-operador
           move ws-filial     to mov-filial
           perform grava-mov-estoque

           move ws-produto    to ws-esf-produto
           move ws-filial     to ws-esf-filial
           move "B"           to ws-esf-operacao
           move ws-quantidade to ws-esf-quantidade
           perform atualiza-estoque-filial

      * A saida avulsa baixa os lotes pela validade, vencidos
      * primeiro; a baixa dos lotes trabalha com o arquivo fechado.
           move ws-produto to pro-codigo
           read produtos invalid key
               move "N" to pro-controla-lote
           end-read
           if produto-controla-lote
               close lotes
               call "Consome-Lotes"
                   using ws-produto ws-quantidade ws-lote-pedido
                         ws-lote-sequencia ws-lote-expedicao
                         ws-lote-cliente ws-lote-baixado
                         ws-quantidade-sem-lote
               end-call
               cancel "Consome-Lotes"
               open i-o lotes
               if ws-quantidade-sem-lote > zeros
                   display "Quantidade Sem Lote: " at 2201
                               ws-quantidade-sem-lote
               end-if
           end-if

           display "Saida Registrada. Enter" at 2301
           accept resposta at 2380
           go saida.
           move ws-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
               move "N"    to pro-controla-lote
           end-read
           display pro-descricao at 0322

           move ws-produto to est-produto
           read estoque invalid key
               move zeros to est-saldo-disponivel est-saldo-reservado
                             est-custo-medio
           end-read

           display "Disponivel..: " at 0501 est-saldo-disponivel
           display "Reservado...: " at 0601 est-saldo-reservado
           display "Custo Medio.: " at 0701 est-custo-medio

           perform consulta-filiais thru consulta-filiais-fim

           if produto-controla-lote
               perform consulta-lotes thru consulta-lotes-fim
           end-if

           display "Enter Continua" at 2310
           accept resposta at 2350
           go consulta.
      * Saldo da filial: o transito ja conta no disponivel geral do
      * produto, mas so vira disponivel na filial com o recebimento.
       consulta-filiais.
           display "Fl Disponivel  Reservado   Transito" at 0442
           move 05 to ws-linha-filial
           open input estoque-filial
           if estado-estoque-filial not = "00"
               close estoque-filial
               go consulta-filiais-fim
           end-if
           move ws-produto to esf-produto
           move zeros      to esf-filial
           start estoque-filial key is >= chave-estoque-filial
               invalid key
                   go consulta-filiais-fecha
           end-start.
       consulta-filiais-le.
           if ws-linha-filial > 21
               go consulta-filiais-fecha
           end-if
           read estoque-filial next at end
               go consulta-filiais-fecha
           end-read
           if esf-produto not = ws-produto
               go consulta-filiais-fecha
           end-if
           display esf-filial     at line ws-linha-filial column 42
           display esf-saldo-disponivel
                                  at line ws-linha-filial column 45
           display esf-saldo-reservado
                                  at line ws-linha-filial column 56
           display esf-saldo-transito
                                  at line ws-linha-filial column 67
           add 1 to ws-linha-filial
           go consulta-filiais-le.
       consulta-filiais-fecha.
           close estoque-filial.
       consulta-filiais-fim.
           exit.
       consulta-lotes.
           display "Lote          Validade     Saldo" at 0901
           move 10 to ws-linha-lote
           move ws-produto to lot-produto
           move zeros      to lot-data-validade
           move spaces     to lot-lote
           start lotes key is >= chave-lotes invalid key
               go consulta-lotes-fim
           end-start.
       consulta-lotes-le.
           if ws-linha-lote > 21
               go consulta-lotes-fim
           end-if
           read lotes next at end
               go consulta-lotes-fim
           end-read
           if lot-produto not = ws-produto
               go consulta-lotes-fim
           end-if
           if lot-saldo = zeros
               go consulta-lotes-le
           end-if
           display lot-lote          at line ws-linha-lote column 01
           display lot-data-validade at line ws-linha-lote column 15
           display lot-saldo         at line ws-linha-lote column 28
           add 1 to ws-linha-lote
           go consulta-lotes-le.
       consulta-lotes-fim.
           exit.
       posicao section.
           move "Controle-Estoque" to ws-spool-programa
           move "Spool-Estoque"    to ws-spool-nome
           move ws-ano to 00-ano

           move spaces to linha-relatorio
           write linha-relatorio
           open input estoque-filial
           move "N" to situacao-estoque-filial
           if estado-estoque-filial = "00"
               move "S" to situacao-estoque-filial
           end-if
           open input filiais.
       posicao-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
           move est-saldo-disponivel to 12-disponivel
           move est-saldo-reservado  to 12-reservado

           perform soma-transito thru soma-transito-fim
           move ws-total-transito    to 12-transito

           write linha-relatorio from linha-02 at eop
               perform posicao-cabecalho
           end-write

           perform posicao-filiais thru posicao-filiais-fim
           go posicao-le.
       posicao-fim.
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio estoque-filial filiais

           display "Relatorio de Posicao Gerado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.

      * Uma linha por filial do produto. O disponivel geral inclui
      * o que esta em transito entre filiais.
       posicao-filiais.
           if not estoque-filial-disponivel
               go posicao-filiais-fim
           end-if
           move est-produto to esf-produto
           move zeros       to esf-filial
           start estoque-filial key is >= chave-estoque-filial
               invalid key
                   go posicao-filiais-fim
           end-start.
       posicao-filiais-le.
           read estoque-filial next at end
               go posicao-filiais-fim
           end-read
           if esf-produto not = est-produto
               go posicao-filiais-fim
           end-if

           move esf-filial to fil-codigo
           read filiais invalid key
               move spaces to fil-nome
           end-read

           move esf-filial           to 13-filial
           move fil-nome             to 13-nome
           move esf-saldo-disponivel to 13-disponivel
           move esf-saldo-reservado  to 13-reservado
           move esf-saldo-transito   to 13-transito

           write linha-relatorio from linha-03 at eop
               perform posicao-cabecalho
           end-write
           go posicao-filiais-le.
       posicao-filiais-fim.
           exit.

       soma-transito.
           move zeros to ws-total-transito
           if not estoque-filial-disponivel
               go soma-transito-fim
           end-if
           move est-produto to esf-produto
           move zeros       to esf-filial
           start estoque-filial key is >= chave-estoque-filial
               invalid key
                   go soma-transito-fim
           end-start.
       soma-transito-le.
           read estoque-filial next at end
               go soma-transito-fim
           end-read
           if esf-produto not = est-produto
               go soma-transito-fim
           end-if
           add esf-saldo-transito to ws-total-transito
           go soma-transito-le.
       soma-transito-fim.
           exit.

      * Implantacao do saldo por filial: feita uma vez, quando o
      * estoque passa a ser controlado por filial. Todo o disponivel
      * existente fica na matriz (01) e as reservas dos pedidos vao
      * para a filial de cada pedido.
       implantacao section.
           display erase at 0101
           display "Implantacao do Estoque por Filial" at 0101

           open i-o estoque-filial
           if estado-estoque-filial = "35" or "05"
               close estoque-filial
               open output estoque-filial
               close estoque-filial
               open i-o estoque-filial
           end-if
           if estado-estoque-filial not = "00"
               display "Arquivo Estoque Filial Com Problema Estado "
                           at 2301 estado-estoque-filial
               accept resposta at 2380
               close estoque-filial
               go mostra-opcoes
           end-if

           move zeros to esf-produto esf-filial
           start estoque-filial key is >= chave-estoque-filial
               invalid key
                   go implantacao-confirma
           end-start
           display "Estoque por Filial Ja Implantado. Enter" at 2301
           accept resposta at 2380
           close estoque-filial
           go mostra-opcoes.
       implantacao-confirma.
           display "Todo o Disponivel Sera Atribuido a Matriz (01)."
                                  at 0401
           display "Confirma a Implantacao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               close estoque-filial
               go mostra-opcoes
           end-if

           move zeros to ws-implantados
           move zeros to est-produto
           start estoque key is >= est-produto invalid key
               go implantacao-reservas
           end-start.
       implantacao-estoque.
           read estoque next at end
               go implantacao-reservas
           end-read

           move est-produto          to esf-produto
           move 01                   to esf-filial
           move est-saldo-disponivel to esf-saldo-disponivel
           move zeros                to esf-saldo-reservado
                                        esf-saldo-transito
           write registro-estoque-filial invalid key
               continue
           end-write
           add 1 to ws-implantados
           go implantacao-estoque.
       implantacao-reservas.
           open input pedidos itens-pedido
           if estado-pedidos not = "00"
               or estado-itens-pedido not = "00"
               go implantacao-fim
           end-if
           move zeros to ite-pedido ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go implantacao-fim
           end-start.
       implantacao-reservas-le.
           read itens-pedido next at end
               go implantacao-fim
           end-read
           if ite-quantidade-reservada = zeros
               go implantacao-reservas-le
           end-if

           move ite-pedido to numero-pedidos
           read pedidos invalid key
               go implantacao-reservas-le
           end-read
           if pedido-cancelado
               go implantacao-reservas-le
           end-if

           move ite-produto    to esf-produto
           move filial-pedidos to esf-filial
           if esf-filial = zeros
               move 01 to esf-filial
           end-if
           read estoque-filial invalid key
               move zeros to esf-saldo-disponivel esf-saldo-transito
               move ite-quantidade-reservada to esf-saldo-reservado
               write registro-estoque-filial invalid key
                   continue
               end-write
           not invalid key
               add ite-quantidade-reservada to esf-saldo-reservado
               rewrite registro-estoque-filial invalid key
                   continue
               end-rewrite
           end-read
           go implantacao-reservas-le.
       implantacao-fim.
           close pedidos itens-pedido estoque-filial
           display "Produtos Implantados na Matriz: " at 2201
                       ws-implantados
           display "Implantacao Concluida. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.

       copy "C:\CursoCobol\Copylib\GravaMovEstoque.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaEstoqueFilial.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       copy "C:\CursoCobol\Copylib\BuscaFatorUnidade.cpy".

       end program Controle-Estoque.
