       identification division.
       program-id. Transferencia-Estoque.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Transferencias.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensTransferencia.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\Select-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\Select-MovEstoque.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Transferencias.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensTransferencia.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\FD-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\FD-MovEstoque.txt".

       working-storage section.
       01 estado-transferencias    pic x(02) value spaces.
       01 estado-itens-transferencia pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 estado-mov-estoque       pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-numero-novo           pic 9(06) value zeros.
       01 situacao-numeracao       pic x(01) value "N".
          88 numeracao-obtida      value "S".
       01 ws-filial                pic 9(02) value zeros.
       01 situacao-filial          pic x(01) value "N".
          88 filial-valida         value "S".
       01 ws-sequencia-item        pic 9(02) value zeros.
       01 ws-produto-item          pic 9(05) value zeros.
       01 ws-quantidade-item       pic 9(05)v99 value zeros.
       01 ws-quantidade-documento  pic 9(07)v99 value zeros.
       01 ws-saldo-origem          pic 9(07)v99 value zeros.
       01 ws-linha-item            pic 99    value zeros.
       01 ws-tipo-movimento        pic x(01) value spaces.
       01 ws-filial-entrada        pic 9(02) value zeros.
       01 ws-filial-saida          pic 9(02) value zeros.
       01 ws-quantidade-alocada    pic 9(07)v99 value zeros.
       01 ws-total-alocado         pic 9(07)v99 value zeros.

       copy "C:\CursoCobol\Copylib\CamposEstoqueFilial.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivo-io-transferencias section.
           open i-o transferencias
           if estado-transferencias not = "00"
           if estado-transferencias = "35" or "05"
               close transferencias
               open output transferencias
               close transferencias
               go abre-arquivo-io-transferencias
           else
               display "Arquivo Transferencias Com Problema Estado "
                           at 2301 estado-transferencias
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-io-itens section.
           open i-o itens-transferencia
           if estado-itens-transferencia not = "00"
           if estado-itens-transferencia = "35" or "05"
               close itens-transferencia
               open output itens-transferencia
               close itens-transferencia
               go abre-arquivo-io-itens
           else
               display "Arquivo Itens Transf. Com Problema Estado "
                           at 2301 estado-itens-transferencia
               accept resposta at 2380
               close transferencias
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
               close transferencias itens-transferencia
               goback
           end-if
           end-if.

       abre-arquivo-cadastros section.
           open input filiais
           if estado-filiais not = "00"
               display "Arquivo Filiais Com Problema Estado " at 2301
                           estado-filiais
               accept resposta at 2380
               close transferencias itens-transferencia numeracao
               goback
           end-if

           open input produtos
           if estado-produtos not = "00"
               display "Arquivo Produtos Com Problema Estado " at 2301
                           estado-produtos
               accept resposta at 2380
               close transferencias itens-transferencia numeracao
                     filiais
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
           display "01-Emitir Transferencia"          at 0301
           display "02-Confirmar Recebimento"         at 0401
           display "03-Cancelar Transferencia"        at 0501
           display "04-Consultar Transferencia"       at 0601
           display "05-Transferencias em Transito"    at 0701
           display "00-Sair"                          at 0901
           display "Opcao: "                          at 1101
           accept opcao at 1108

           if opcao = 01
               go inclusao
           else
           if opcao = 02
               go recebimento
           else
           if opcao = 03
               go cancelamento
           else
           if opcao = 04
               go consulta
           else
           if opcao = 05
               go transito
           else
           if opcao = 00
               close transferencias itens-transferencia numeracao
                     filiais produtos
               goback
           else
               go mostra-opcoes
           end-if.

      * A transferencia tira a mercadoria do disponivel da filial de
      * origem na emissao e a deixa em transito para a filial de
      * destino; so a confirmacao do recebimento pelo destino poe o
      * saldo a disposicao dos pedidos de la. O saldo geral do
      * produto nao muda: a mercadoria continua na empresa.
       inclusao section.
           initialize registro-transferencias

           display erase at 0101
           display "Emissao de Transferencia Entre Filiais" at 0101
           display "Origem......: " at 0401
           display "Destino.....: " at 0501
           move zeros to trf-filial-origem
           accept trf-filial-origem at 0415
           if trf-filial-origem = zeros
               go mostra-opcoes
           end-if

           move trf-filial-origem to ws-filial
           perform valida-filial
           if not filial-valida
               display "Filial de Origem Inexistente ou Inativa."
                                      at 2301
               accept resposta at 2380
               go inclusao
           end-if
           display fil-nome at 0422.
       inclusao-destino.
           move zeros to trf-filial-destino
           accept trf-filial-destino at 0515
           if trf-filial-destino = zeros
               go mostra-opcoes
           end-if
           if trf-filial-destino = trf-filial-origem
               display "Destino Igual a Origem, verifique." at 2301
               accept resposta at 2380
               go inclusao-destino
           end-if

           move trf-filial-destino to ws-filial
           perform valida-filial
           if not filial-valida
               display "Filial de Destino Inexistente ou Inativa."
                                      at 2301
               accept resposta at 2380
               go inclusao-destino
           end-if
           display fil-nome at 0522

           perform obtem-numero-transferencia
               thru obtem-numero-transferencia-fim
           if not numeracao-obtida
               display "Faixa de Numeracao de Transferencias Esgotada."
                                      at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if
           move ws-numero-novo to trf-numero
           display "Numero......: " at 0301 trf-numero.
       inclusao-itens.
           move zeros to ws-sequencia-item
           display "Itens - Produto 0 Encerra" at 0701
           move 12 to ws-linha-item.
       inclusao-itens-produto.
           move zeros to ws-produto-item
           display "Produto.....: " at 0801
           display "     "         at 0815
           accept ws-produto-item at 0815
           if ws-produto-item = zeros
               if ws-sequencia-item = zeros
                   display "Sem Itens: Abandonar a Transferencia (S/N)?"
                                          at 2301
                   accept resposta at 2346
                   if resposta = "S" or "s"
                       go mostra-opcoes
                   end-if
                   display "Transferencia Exige Ao Menos Um Item."
                                          at 2301
                   accept resposta at 2380
                   go inclusao-itens-produto
               end-if
               go inclusao-grava
           end-if

           if ws-sequencia-item = 99
               display "Limite de Itens da Transferencia Atingido."
                                      at 2301
               accept resposta at 2380
               go inclusao-grava
           end-if

           move ws-produto-item to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao-itens-produto
           end-read
           display pro-descricao at 0822
           if produto-kit
               display "Kit Nao Tem Estoque, Transfira os Componentes."
                                      at 2301
               accept resposta at 2380
               go inclusao-itens-produto
           end-if

      * O saldo que ainda pode sair e o disponivel da origem menos
      * o que ja foi digitado do mesmo produto nesta transferencia.
           perform soma-produto-documento
               thru soma-produto-documento-fim
           move ws-produto-item   to ws-esf-produto
           move trf-filial-origem to ws-esf-filial
           perform le-estoque-filial
           if esf-saldo-disponivel > ws-quantidade-documento
               compute ws-saldo-origem =
                       esf-saldo-disponivel - ws-quantidade-documento
               end-compute
           else
               move zeros to ws-saldo-origem
           end-if
           display "Disponivel..: " at 1001 ws-saldo-origem.
       inclusao-itens-quantidade.
           move zeros to ws-quantidade-item
           display "Quantidade..: " at 0901
           display "        "       at 0915
           accept ws-quantidade-item at 0915
           if ws-quantidade-item = zeros
               go inclusao-itens-produto
           end-if
           if ws-quantidade-item > ws-saldo-origem
               display "Saldo Insuficiente na Filial de Origem."
                                      at 2301
               accept resposta at 2380
               go inclusao-itens-quantidade
           end-if

           add 1 to ws-sequencia-item
           initialize registro-itens-transferencia
           move trf-numero         to itr-transferencia
           move ws-sequencia-item  to itr-sequencia
           move ws-produto-item    to itr-produto
           move ws-quantidade-item to itr-quantidade

           write registro-itens-transferencia invalid key
               display "Gravacao Item com Problema, Estado " at 2301
                           estado-itens-transferencia
               accept resposta at 2380
               subtract 1 from ws-sequencia-item
               go inclusao-itens-produto
           end-write

           if ws-linha-item < 21
               add 1 to ws-linha-item
           end-if
           display itr-sequencia  at line ws-linha-item column 01
           display itr-produto    at line ws-linha-item column 05
           display itr-quantidade at line ws-linha-item column 12

           go inclusao-itens-produto.
       inclusao-grava.
           display "Confirma a Transferencia? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               perform exclui-itens-transferencia
                   thru exclui-itens-transferencia-fim
               go mostra-opcoes
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to trf-data-emissao
           move ws-operador     to trf-operador-emissao
           move "T"             to trf-status
           move zeros           to trf-data-baixa
           move spaces          to trf-operador-baixa

           write registro-transferencias invalid key
               perform exclui-itens-transferencia
                   thru exclui-itens-transferencia-fim
               display "Gravacao com Problema, Estado " at 2301
                           estado-transferencias
               accept resposta at 2380
               go mostra-opcoes
           end-write

           move "T"                to ws-tipo-movimento
           move trf-filial-origem  to ws-filial-saida
           move trf-filial-destino to ws-filial-entrada
           perform movimenta-itens thru movimenta-itens-fim

           display "Mercadoria em Transito. Enter" at 2301
           accept resposta at 2380
           go inclusao.

      * Recebida a mercadoria, o saldo em transito passa ao
      * disponivel da filial de destino e atende primeiro os pedidos
      * de la que esperam pelo produto.
       recebimento section.
           initialize registro-transferencias

           display erase at 0101
           display "Recebimento de Transferencia" at 0101
           display "Numero......: " at 0301
           accept trf-numero at 0315
           if trf-numero = zeros
               go mostra-opcoes
           end-if

           read transferencias with lock invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go recebimento
           end-read
           perform mostra-transferencia thru mostra-transferencia-fim

           if not transferencia-transito
               display "Transferencia Nao Esta em Transito." at 2301
               accept resposta at 2380
               unlock transferencias
               go recebimento
           end-if

           display "Confirma o Recebimento? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               unlock transferencias
               go recebimento
           end-if

           accept ws-data-sistema from date yyyymmdd
           move "R"             to trf-status
           move ws-data-sistema to trf-data-baixa
           move ws-operador     to trf-operador-baixa
           rewrite registro-transferencias invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-transferencias
               accept resposta at 2380
               unlock transferencias
               go mostra-opcoes
           end-rewrite
           unlock transferencias

           move "C"                to ws-tipo-movimento
           move trf-filial-destino to ws-filial-saida
                                      ws-filial-entrada
           perform movimenta-itens thru movimenta-itens-fim

           move zeros to ws-total-alocado
           perform aloca-itens thru aloca-itens-fim
           if ws-total-alocado > zeros
               display "Reservado Para Pedidos em Espera: " at 2201
                           ws-total-alocado
           end-if
           display "Recebimento Registrado. Enter" at 2301
           accept resposta at 2380
           go recebimento.

      * Transferencia cancelada em transito: a mercadoria volta ao
      * disponivel da filial de origem.
       cancelamento section.
           initialize registro-transferencias

           display erase at 0101
           display "Cancelamento de Transferencia" at 0101
           display "Numero......: " at 0301
           accept trf-numero at 0315
           if trf-numero = zeros
               go mostra-opcoes
           end-if

           read transferencias with lock invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go cancelamento
           end-read
           perform mostra-transferencia thru mostra-transferencia-fim

           if not transferencia-transito
               display "Transferencia Nao Esta em Transito." at 2301
               accept resposta at 2380
               unlock transferencias
               go cancelamento
           end-if

           display "Confirma Cancelamento? Sim ou Nao?" at 2301
           accept resposta at 2345
           if resposta not = "S" and "s"
               unlock transferencias
               go cancelamento
           end-if

           accept ws-data-sistema from date yyyymmdd
           move "X"             to trf-status
           move ws-data-sistema to trf-data-baixa
           move ws-operador     to trf-operador-baixa
           rewrite registro-transferencias invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-transferencias
               accept resposta at 2380
               unlock transferencias
               go mostra-opcoes
           end-rewrite
           unlock transferencias

           move "C"                to ws-tipo-movimento
           move trf-filial-destino to ws-filial-saida
           move trf-filial-origem  to ws-filial-entrada
           perform movimenta-itens thru movimenta-itens-fim

           display "Transferencia Cancelada. Enter" at 2301
           accept resposta at 2380
           go cancelamento.

       consulta section.
           initialize registro-transferencias

           display erase at 0101
           display "Consulta de Transferencia" at 0101
           display "Numero......: " at 0301
           accept trf-numero at 0315
           if trf-numero = zeros
               go mostra-opcoes
           end-if

           read transferencias invalid key
               display "Este Numero Nao Existe, Forneca Outro " at 2301
               accept resposta at 2380
               go consulta
           end-read
           perform mostra-transferencia thru mostra-transferencia-fim
           display "Enter, finaliza Consulta." at 2301
           accept resposta at 2380
           go consulta.

       transito section.
           display erase at 0101
           move zeros to trf-numero

           start transferencias key is >= chave-transferencias
               invalid key
                   display "Nao Ha Transferencias...Enter" at 2301
                   accept resposta at 2380
                   go mostra-opcoes
           end-start.

       transito-monta-tela.
           display erase at 0401
           display "Numero"     at 0405
           display "Emissao"    at 0414
           display "Origem"     at 0425
           display "Destino"    at 0434
           display "Operador"   at 0444

           move 05 to linha.

       transito-le-arquivo.
           read transferencias next at end
               go transito-fim
           end-read
           if not transferencia-transito
               go transito-le-arquivo
           end-if

           add 1 to linha

           display trf-numero           at line linha column 05
           display trf-data-emissao     at line linha column 14
           display trf-filial-origem    at line linha column 27
           display trf-filial-destino   at line linha column 36
           display trf-operador-emissao at line linha column 44

           if linha < 22
               go transito-le-arquivo
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go transito-monta-tela
           end-if
           go mostra-opcoes.

       transito-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

       mostra-transferencia section.
           display "Origem......: " at 0401 trf-filial-origem
           display "Destino.....: " at 0501 trf-filial-destino
           display "Emissao.....: " at 0601 trf-data-emissao
           display "Status......: " at 0701 trf-status
           display "Emitida por.: " at 0801 trf-operador-emissao
           display "Seq Produto Quantidade" at 1001
           move 10 to ws-linha-item
           move trf-numero to itr-transferencia
           move zeros      to itr-sequencia
           start itens-transferencia key is >= chave-itens-transferencia
               invalid key
                   go mostra-transferencia-fim
           end-start.
       mostra-transferencia-le.
           read itens-transferencia next at end
               go mostra-transferencia-fim
           end-read
           if itr-transferencia not = trf-numero
               go mostra-transferencia-fim
           end-if

           add 1 to ws-linha-item
           display itr-sequencia  at line ws-linha-item column 01
           display itr-produto    at line ws-linha-item column 05
           display itr-quantidade at line ws-linha-item column 13

           if ws-linha-item < 21
               go mostra-transferencia-le
           end-if.
       mostra-transferencia-fim.
           exit.

      * Movimenta os itens da transferencia corrente:
      *   T emissao: sai do disponivel da origem, entra em transito
      *     no destino;
      *   C baixa do transito: sai do transito do destino e entra
      *     no disponivel da filial de entrada (o proprio destino no
      *     recebimento, a origem no cancelamento).
       movimenta-itens section.
           move trf-numero to itr-transferencia
           move zeros      to itr-sequencia
           start itens-transferencia key is >= chave-itens-transferencia
               invalid key
                   go movimenta-itens-fim
           end-start.
       movimenta-itens-le.
           read itens-transferencia next at end
               go movimenta-itens-fim
           end-read
           if itr-transferencia not = trf-numero
               go movimenta-itens-fim
           end-if

           move itr-produto    to ws-esf-produto
           move itr-quantidade to ws-esf-quantidade
           if ws-tipo-movimento = "T"
               move ws-filial-saida   to ws-esf-filial
               move "B"               to ws-esf-operacao
               perform atualiza-estoque-filial
               move ws-filial-entrada to ws-esf-filial
               move "T"               to ws-esf-operacao
               perform atualiza-estoque-filial
               move ws-filial-saida   to mov-filial
           else
               move ws-filial-saida   to ws-esf-filial
               move "U"               to ws-esf-operacao
               perform atualiza-estoque-filial
               move ws-filial-entrada to ws-esf-filial
               move "E"               to ws-esf-operacao
               perform atualiza-estoque-filial
               move ws-filial-entrada to mov-filial
           end-if

           move itr-produto       to mov-produto
           move ws-tipo-movimento to mov-tipo
           move itr-quantidade    to mov-quantidade
           move trf-numero        to mov-documento
           move ws-operador       to mov-operador
           perform grava-mov-estoque
           go movimenta-itens-le.
       movimenta-itens-fim.
           exit.

       aloca-itens section.
           move trf-numero to itr-transferencia
           move zeros      to itr-sequencia
           start itens-transferencia key is >= chave-itens-transferencia
               invalid key
                   go aloca-itens-fim
           end-start.
       aloca-itens-le.
           read itens-transferencia next at end
               go aloca-itens-fim
           end-read
           if itr-transferencia not = trf-numero
               go aloca-itens-fim
           end-if

           call "Aloca-Backorder"
               using itr-produto trf-numero ws-operador
                     ws-quantidade-alocada trf-filial-destino
           end-call
           cancel "Aloca-Backorder"
           add ws-quantidade-alocada to ws-total-alocado
           go aloca-itens-le.
       aloca-itens-fim.
           exit.

       soma-produto-documento section.
           move zeros to ws-quantidade-documento
           move trf-numero to itr-transferencia
           move zeros      to itr-sequencia
           start itens-transferencia key is >= chave-itens-transferencia
               invalid key
                   go soma-produto-documento-fim
           end-start.
       soma-produto-documento-le.
           read itens-transferencia next at end
               go soma-produto-documento-fim
           end-read
           if itr-transferencia not = trf-numero
               go soma-produto-documento-fim
           end-if
           if itr-produto = ws-produto-item
               add itr-quantidade to ws-quantidade-documento
           end-if
           go soma-produto-documento-le.
       soma-produto-documento-fim.
           exit.

      * Transferencia abandonada nao pode deixar itens orfaos.
       exclui-itens-transferencia section.
           move trf-numero to itr-transferencia
           move zeros      to itr-sequencia
           start itens-transferencia key is >= chave-itens-transferencia
               invalid key
                   go exclui-itens-transferencia-fim
           end-start.
       exclui-itens-transferencia-le.
           read itens-transferencia next at end
               go exclui-itens-transferencia-fim
           end-read
           if itr-transferencia not = trf-numero
               go exclui-itens-transferencia-fim
           end-if
           delete itens-transferencia invalid key
               continue
           end-delete
           go exclui-itens-transferencia-le.
       exclui-itens-transferencia-fim.
           exit.

       valida-filial section.
           move "N" to situacao-filial
           move ws-filial to fil-codigo
           read filiais invalid key
               exit section
           end-read
           if filial-ativa
               move "S" to situacao-filial
           end-if.

      * Numeracao de transferencia no registro 34, junto dos demais
      * documentos de suprimento.
       obtem-numero-transferencia section.
           move "N" to situacao-numeracao
           move 34 to num-filial
           read numeracao with lock invalid key
               move 34     to num-filial
               move 000001 to num-proximo
               move 000001 to num-faixa-inicio
               move 999999 to num-faixa-fim
               write registro-numeracao invalid key
                   go obtem-numero-transferencia-fim
               end-write
           end-read

           if num-proximo > num-faixa-fim
               unlock numeracao
               go obtem-numero-transferencia-fim
           end-if

           move num-proximo to ws-numero-novo
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               unlock numeracao
               go obtem-numero-transferencia-fim
           end-rewrite
           unlock numeracao

           move "S" to situacao-numeracao.
       obtem-numero-transferencia-fim.
           exit.

       copy "C:\CursoCobol\Copylib\GravaMovEstoque.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaEstoqueFilial.cpy".

       end program Transferencia-Estoque.
