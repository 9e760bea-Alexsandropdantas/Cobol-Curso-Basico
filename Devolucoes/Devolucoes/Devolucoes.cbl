       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensDevolucao.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\Select-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\Select-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensDevolucao.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\FD-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\FD-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".

       working-storage section.
       01 estado-devolucoes        pic x(02) value spaces.
       01 estado-itens-devolucao   pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-estoque           pic x(02) value spaces.
       01 estado-mov-estoque       pic x(02) value spaces.
       01 estado-notas-credito     pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 ws-numero-nota           pic 9(06) value zeros.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-comissoes         pic x(02) value spaces.
             05 tmd-quantidade     pic 9(05).
             05 tmd-valor          pic 9(11)v99.
       01 ws-achou-motivo          pic x(01) value "N".
       01 ws-filial-devolucao      pic 9(02) value zeros.
       01 ws-destino-padrao        pic x(01) value spaces.
       01 ws-devolvivel            pic 9(05)v99 value zeros.
       01 ws-quantidade-item       pic 9(05)v99 value zeros.
       01 ws-destino-item          pic x(01) value spaces.
       01 ws-valor-itens           pic 9(09)v99 value zeros.
       01 ws-valor-linha           pic 9(09)v99 value zeros.
       01 ws-saldo-fisico          pic 9(07)v99 value zeros.
       01 ws-edita-quantidade      pic zzzz9,99.
       01 ws-devolucao             pic 9(06) value zeros.
       01 ws-sequencia             pic 9(02) value zeros.
       01 ws-indice-item           pic 9(02) value zeros.
       01 ws-total-itens           pic 9(02) value zeros.
       01 tabela-itens-dev.
          03 entrada-item-dev occurs 99 times.
             05 tid-sequencia      pic 9(02).
             05 tid-produto        pic 9(05).
             05 tid-quantidade     pic 9(05)v99.
             05 tid-custo          pic 9(09)v99.
             05 tid-destino        pic x(01).
       01 ws-quarentena-itens      pic 9(05) value zeros.
       01 ws-quarentena-custo      pic 9(11)v99 value zeros.
       01 ws-custo-linha           pic 9(11)v99 value zeros.
       01 ws-data-ddmmaaaa         pic 9(08) value zeros.
       copy "C:\CursoCobol\Copylib\CamposEstoqueFilial.cpy".
       copy "C:\CursoCobol\Copylib\CamposKit.cpy".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
         03 14-motivo             pic x(02)bbbbbbbb.
         03 14-quantidade         pic zz.zz9bbbbbb.
         03 14-valor              pic zzz.zzz.zz9,99.
       01 linha-05.
         03 filler                pic x(40)
                value "Itens em Quarentena Aguardando Destino".
         03 filler                pic x(14) value "Data Emissao:".
         03 05-dia                pic 99/.
         03 05-mes                pic 99/.
         03 05-ano                pic 99/.
       01 linha-06.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "DEVOL.".
         03 filler                pic x(05) value "SEQ".
         03 filler                pic x(08) value "PEDIDO".
         03 filler                pic x(08) value "CLIENTE".
         03 filler                pic x(09) value "PRODUTO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(13) value "QUANTIDADE".
         03 filler                pic x(05) value "MOT".
         03 filler                pic x(12) value "ENTRADA".
         03 filler                pic x(14) value "CUSTO".
       01 linha-07.
         03 filler                pic x(05) value spaces.
         03 17-devolucao          pic zzzzz9bb.
         03 17-sequencia          pic z9bbb.
         03 17-pedido             pic zzzzz9bb.
         03 17-cliente            pic zzzzz9bb.
         03 17-produto            pic zzzz9bbbb.
         03 17-descricao          pic x(30)bb.
         03 17-quantidade         pic zz.zz9,99bbbb.
         03 17-motivo             pic x(02)bbb.
         03 17-data               pic 99/99/9999bb.
         03 17-custo              pic z.zzz.zzz.zz9,99.
       01 linha-08.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(22)
                value "Itens em Quarentena:".
         03 18-itens              pic zz.zz9.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(15) value "Custo Parado:".
         03 18-custo              pic zz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

           open input vendedores

           open i-o itens-pedido
           if estado-itens-pedido not = "00"
               display "Arquivo Itens Pedido Com Problema Estado "
                           at 2301 estado-itens-pedido
               accept resposta at 2380
               close devolucoes pedidos clientes vendedores
               goback
           end-if

           open i-o itens-devolucao
           if estado-itens-devolucao = "35" or "05"
               close itens-devolucao
               open output itens-devolucao
               close itens-devolucao
               open i-o itens-devolucao
           end-if

           open i-o estoque
           if estado-estoque = "35" or "05"
               close estoque
               open output estoque
               close estoque
               open i-o estoque
           end-if

           open input produtos

           open i-o notas-credito
           if estado-notas-credito = "35" or "05"
               close notas-credito
               open output notas-credito
               close notas-credito
               open i-o notas-credito
           end-if

           open i-o numeracao
           if estado-numeracao = "35" or "05"
               close numeracao
               open output numeracao
               close numeracao
               open i-o numeracao
           end-if

           open i-o comissoes
           if estado-comissoes = "35" or "05"
               close comissoes
           display "01-Registrar Devolucao"         at 0301
           display "02-Consultar Devolucoes"        at 0401
           display "03-Relatorio Mensal"            at 0501
           display "04-Destino da Quarentena"       at 0601
           display "05-Relatorio de Quarentena"     at 0701
           display "00-Sair"                        at 0901
           display "Opcao: "                        at 1101
           accept opcao at 1108

           if opcao = 01
               go inclusao
           if opcao = 03
               go relatorio-mensal
           else
           if opcao = 04
               go inspecao-quarentena
           else
           if opcao = 05
               go relatorio-quarentena
           else
           if opcao = 00
               close devolucoes pedidos clientes vendedores comissoes
                     itens-pedido itens-devolucao estoque produtos
                     notas-credito numeracao
               goback
           else
               go mostra-opcoes
           display ws-competencia          at 0622
           accept ws-competencia           at 0622

           display "Motivo (01-Avaria 02-Erro 03-Atraso" at 0701
           display "        04-Desistencia 99-Outros)..: " at 0801
           move spaces to ws-motivo
           accept ws-motivo at 0839
           if ws-motivo not = "01" and "02" and "03" and "04" and "99"
               display "Motivo Invalido, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-if

      * Cada produto expedido do pedido pode voltar; a mercadoria
      * com avaria vai por padrao para a quarentena, as demais
      * voltam ao estoque vendavel.
           move "E" to ws-destino-padrao
           if ws-motivo = "01"
               move "Q" to ws-destino-padrao
           end-if
           move filial-pedidos to ws-filial-devolucao
           if ws-filial-devolucao = zeros
               move 01 to ws-filial-devolucao
           end-if
           perform pede-itens-devolucao thru pede-itens-devolucao-fim

           display "Valor a Devolver...: " at 2101
           move valor-pedidos to ws-valor-devolver
           if ws-valor-itens > zeros
               and ws-valor-itens not > valor-pedidos
               move ws-valor-itens to ws-valor-devolver
           end-if
           display ws-valor-devolver       at 2122
           accept ws-valor-devolver        at 2122
           if ws-valor-devolver = zeros
               go mostra-opcoes
           end-if
               go inclusao
           end-if

           display "Confirma a Devolucao? Sim ou Nao?" at 2301
           accept resposta at 2336
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-write

           perform grava-itens-devolucao
               varying ws-indice-item from 1 by 1
               until ws-indice-item > ws-total-itens

           perform reverte-vendas thru reverte-vendas-fim
           perform grava-estorno-comissao
               thru grava-estorno-comissao-fim
           perform emite-nota-credito thru emite-nota-credito-fim

           display "Devolucao Registrada: " at 2301 dev-numero
           if dev-nota-credito not = zeros
               display "Nota de Credito: " at 2330 dev-nota-credito
           end-if
           accept resposta at 2380
           go inclusao.
      * Toda devolucao gera uma nota de credito para o cliente, no
      * valor devolvido; o financeiro aplica a nota nos titulos em
      * aberto ou reembolsa o cliente. Numeracao no registro 42.
       emite-nota-credito.
           move 42 to num-filial
           read numeracao with lock invalid key
               move 42     to num-filial
               move 000001 to num-proximo
               move 000001 to num-faixa-inicio
               move 999999 to num-faixa-fim
               write registro-numeracao invalid key
                   go emite-nota-credito-fim
               end-write
           end-read
           if num-proximo > num-faixa-fim
               unlock numeracao
               display "Faixa de Notas de Credito Esgotada." at 2301
               accept resposta at 2380
               go emite-nota-credito-fim
           end-if
           move num-proximo to ws-numero-nota
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               unlock numeracao
               go emite-nota-credito-fim
           end-rewrite
           unlock numeracao

           initialize registro-notas-credito
           move ws-numero-nota  to ncr-numero
           move dev-cliente     to ncr-cliente
           move dev-numero      to ncr-devolucao
           move dev-pedido      to ncr-pedido
           move dev-data        to ncr-emissao
           move dev-valor       to ncr-valor
           move "A"             to ncr-status
           move dev-data        to ncr-data-alteracao
           move ws-operador     to ncr-operador
           write registro-notas-credito invalid key
               display "Gravacao da Nota com Problema, Estado "
                                      at 2301 estado-notas-credito
               accept resposta at 2380
               go emite-nota-credito-fim
           end-write

           move ws-numero-nota to dev-nota-credito
           rewrite registro-devolucoes invalid key
               continue
           end-rewrite.
       emite-nota-credito-fim.
           exit.
       pede-itens-devolucao.
           move zeros to ws-total-itens ws-valor-itens
           display "Sq Produto Descricao                 "
                                  at 1001
           display "Devolvivel Devolvida Destino(E/Q/S)"
                                  at 1039
           move 10 to linha

           move ws-pedido to ite-pedido
           move zeros     to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go pede-itens-devolucao-fim
           end-start.
       pede-itens-devolucao-le.
           read itens-pedido next at end
               go pede-itens-devolucao-fim
           end-read
           if ite-pedido not = ws-pedido
               go pede-itens-devolucao-fim
           end-if
           if ite-quantidade-devolvida not < ite-quantidade-expedida
               go pede-itens-devolucao-le
           end-if
           compute ws-devolvivel =
                   ite-quantidade-expedida - ite-quantidade-devolvida
           end-compute

           move ite-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read

           add 1 to linha
           if linha > 20
               display erase at 1101
               move 11 to linha
           end-if
           move ws-devolvivel to ws-edita-quantidade
           display ite-sequencia        at line linha column 01
           display ite-produto          at line linha column 04
           display pro-descricao(1:28)  at line linha column 12
           display ws-edita-quantidade  at line linha column 41.
       pede-itens-devolucao-quantidade.
           move zeros to ws-quantidade-item
           accept ws-quantidade-item at line linha column 50
           if ws-quantidade-item = zeros
               go pede-itens-devolucao-le
           end-if
           if ws-quantidade-item > ws-devolvivel
               display "Quantidade Maior Que a Expedida, verifique."
                                  at 2301
               accept resposta at 2380
               display spaces at 2301
               go pede-itens-devolucao-quantidade
           end-if.
       pede-itens-devolucao-destino.
           move ws-destino-padrao to ws-destino-item
           display ws-destino-item at line linha column 62
           accept ws-destino-item  at line linha column 62
           if ws-destino-item = "e" or "q" or "s"
               inspect ws-destino-item converting "eqs" to "EQS"
           end-if
           if ws-destino-item not = "E" and "Q" and "S"
               display "Destino: E-Estoque Q-Quarentena S-Sucata."
                                  at 2301
               accept resposta at 2380
               display spaces at 2301
               go pede-itens-devolucao-destino
           end-if

           add 1 to ws-total-itens
           move ite-sequencia      to tid-sequencia(ws-total-itens)
           move ite-produto        to tid-produto(ws-total-itens)
           move ws-quantidade-item to tid-quantidade(ws-total-itens)
           move ite-custo-unitario to tid-custo(ws-total-itens)
           move ws-destino-item    to tid-destino(ws-total-itens)

           compute ws-valor-linha rounded =
                   ite-total * ws-quantidade-item / ite-quantidade
           end-compute
           compute ws-valor-linha rounded = ws-valor-linha
                 - ws-valor-linha * desconto-pedidos / 100
           end-compute
           add ws-valor-linha to ws-valor-itens
           go pede-itens-devolucao-le.
       pede-itens-devolucao-fim.
           exit.
      * A linha da devolucao guarda o destino dado na inspecao; o
      * pedido guarda quanto ja voltou para nao devolver duas vezes.
       grava-itens-devolucao.
           initialize registro-itens-devolucao
           move dev-numero          to idv-devolucao
           move tid-sequencia(ws-indice-item)  to idv-sequencia
           move tid-produto(ws-indice-item)    to idv-produto
           move tid-quantidade(ws-indice-item) to idv-quantidade
           move tid-custo(ws-indice-item)      to idv-custo-unitario
           move tid-destino(ws-indice-item)    to idv-destino
           move ws-filial-devolucao to idv-filial
           move ws-data-sistema     to idv-data-destino
           move ws-operador         to idv-operador-destino
           if destino-quarentena
               move ws-data-sistema to idv-data-quarentena
               move zeros           to idv-data-destino
               move spaces          to idv-operador-destino
           end-if
           write registro-itens-devolucao invalid key
               continue
           end-write

           move dev-pedido    to ite-pedido
           move idv-sequencia to ite-sequencia
           read itens-pedido invalid key
               continue
           not invalid key
               add idv-quantidade to ite-quantidade-devolvida
               rewrite registro-itens-pedido invalid key
                   continue
               end-rewrite
           end-read

           perform movimenta-destino.
      * Estoque: o produto volta ao disponivel da filial do pedido
      * (kit volta pelos componentes). Quarentena e sucata nao
      * mexem no saldo: o movimento registra a mercadoria parada
      * ou descartada.
       movimenta-destino.
           move idv-produto   to pro-codigo
           read produtos invalid key
               move "N" to pro-kit
           end-read

           if destino-estoque and produto-kit
               move "V"                  to ws-kit-operacao
               move idv-produto          to ws-kit-produto
               move idv-filial           to ws-kit-filial
               move idv-quantidade       to ws-kit-quantidade
               move idv-devolucao        to ws-kit-documento
               move ws-operador          to ws-kit-operador
               move idv-sequencia        to ws-kit-sequencia
               move zeros                to ws-kit-expedicao
               move dev-cliente          to ws-kit-cliente
               close estoque
               call "Movimenta-Kit"
                   using ws-kit-operacao ws-kit-produto ws-kit-filial
                         ws-kit-quantidade ws-kit-documento
                         ws-kit-operador ws-kit-sequencia
                         ws-kit-expedicao ws-kit-cliente
                         ws-kit-efetivo ws-kit-custo
               end-call
               cancel "Movimenta-Kit"
               open i-o estoque
               exit paragraph
           end-if

           if destino-estoque
               move idv-produto to est-produto
               read estoque invalid key
                   move idv-produto to est-produto
                   move zeros       to est-saldo-disponivel
                                       est-saldo-reservado
                                       est-custo-medio
                   write registro-estoque invalid key
                       continue
                   end-write
               end-read
               perform calcula-custo-devolucao
               add idv-quantidade to est-saldo-disponivel
               rewrite registro-estoque invalid key
                   continue
               end-rewrite

               move idv-produto    to ws-esf-produto
               move idv-filial     to ws-esf-filial
               move "E"            to ws-esf-operacao
               move idv-quantidade to ws-esf-quantidade
               perform atualiza-estoque-filial
               move "D" to mov-tipo
           end-if
           if destino-quarentena
               move "P" to mov-tipo
           end-if
           if destino-sucata
               move "X" to mov-tipo
           end-if

           move idv-produto    to mov-produto
           move idv-quantidade to mov-quantidade
           move idv-devolucao  to mov-documento
           move ws-operador    to mov-operador
           move idv-filial     to mov-filial
           perform grava-mov-estoque.
      * Volta ao custo da venda: pondera o saldo fisico ao custo
      * medio com a quantidade devolvida ao custo da linha.
       calcula-custo-devolucao.
           compute ws-saldo-fisico =
                   est-saldo-disponivel + est-saldo-reservado
           end-compute
           if idv-custo-unitario = zeros
               exit paragraph
           end-if
           if ws-saldo-fisico = zeros or est-custo-medio = zeros
               move idv-custo-unitario to est-custo-medio
           else
               compute est-custo-medio rounded =
                      (ws-saldo-fisico * est-custo-medio
                     + idv-quantidade * idv-custo-unitario)
                     / (ws-saldo-fisico + idv-quantidade)
               end-compute
           end-if.
       obtem-proximo-numero.
           move zeros to ws-proximo-numero
           move zeros to dev-numero
           accept resposta at 2380
           go mostra-opcoes.

      * A mercadoria em quarentena espera a inspecao: volta ao
      * estoque vendavel ou vai para sucata.
       inspecao-quarentena section.
           display erase at 0101
           display "Destino da Quarentena" at 0101
           display "Devolucao..........: " at 0301
           move zeros to ws-devolucao
           accept ws-devolucao at 0322
           if ws-devolucao = zeros
               go mostra-opcoes
           end-if

           move ws-devolucao to dev-numero
           read devolucoes invalid key
               display "Devolucao Nao Encontrada. Enter" at 2301
               accept resposta at 2380
               go inspecao-quarentena
           end-read
           display "Pedido: " at 0401 dev-pedido
           display "Cliente: " at 0420 dev-cliente
           display "Motivo: " at 0440 dev-motivo

           display "Sq Produto Descricao                    Quantidade"
                                  at 0601
           move 06 to linha
           move zeros to ws-total-itens
           move ws-devolucao to idv-devolucao
           move zeros        to idv-sequencia
           start itens-devolucao key is >= chave-itens-devolucao
               invalid key
                   continue
           end-start
           if estado-itens-devolucao = "00"
               perform mostra-quarentena thru mostra-quarentena-fim
           end-if
           if ws-total-itens = zeros
               display "Nenhum Item em Quarentena. Enter" at 2301
               accept resposta at 2380
               go inspecao-quarentena
           end-if.
       inspecao-quarentena-item.
           display "Sequencia..........: " at 1901
           display "Destino (E-Estoque S-Sucata): " at 2001
           move zeros to ws-sequencia
           accept ws-sequencia at 1922
           if ws-sequencia = zeros
               go inspecao-quarentena
           end-if

           move ws-devolucao to idv-devolucao
           move ws-sequencia to idv-sequencia
           read itens-devolucao with lock invalid key
               display "Sequencia Nao Encontrada. Enter" at 2301
               accept resposta at 2380
               go inspecao-quarentena-item
           end-read
           if not destino-quarentena
               display "Item Nao Esta em Quarentena. Enter" at 2301
               accept resposta at 2380
               unlock itens-devolucao
               go inspecao-quarentena-item
           end-if

           move spaces to ws-destino-item
           accept ws-destino-item at 2031
           if ws-destino-item = "e" or "s"
               inspect ws-destino-item converting "es" to "ES"
           end-if
           if ws-destino-item not = "E" and "S"
               display "Destino: E-Estoque S-Sucata." at 2301
               accept resposta at 2380
               unlock itens-devolucao
               go inspecao-quarentena-item
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-destino-item to idv-destino
           move ws-data-sistema to idv-data-destino
           move ws-operador     to idv-operador-destino
           rewrite registro-itens-devolucao invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-itens-devolucao
               accept resposta at 2380
               unlock itens-devolucao
               go inspecao-quarentena
           end-rewrite
           unlock itens-devolucao

           perform movimenta-destino

           display "Destino Registrado. Enter" at 2301
           accept resposta at 2380
           go inspecao-quarentena.
       mostra-quarentena.
           read itens-devolucao next at end
               go mostra-quarentena-fim
           end-read
           if idv-devolucao not = ws-devolucao
               go mostra-quarentena-fim
           end-if
           if not destino-quarentena
               go mostra-quarentena
           end-if

           move idv-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read
           add 1 to linha ws-total-itens
           move idv-quantidade to ws-edita-quantidade
           display idv-sequencia        at line linha column 01
           display idv-produto          at line linha column 04
           display pro-descricao(1:30)  at line linha column 12
           display ws-edita-quantidade  at line linha column 43
           if linha < 17
               go mostra-quarentena
           end-if.
       mostra-quarentena-fim.
           exit.
      * O que esta parado na quarentena, com o custo da venda, para
      * a inspecao decidir o destino.
       relatorio-quarentena section.
           move "Devolucoes"        to ws-spool-programa
           move "Spool-Quarentena"  to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 05-dia
           move ws-mes to 05-mes
           move ws-ano to 05-ano

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho-quarentena
           move zeros to ws-quarentena-itens ws-quarentena-custo

           move zeros to idv-devolucao idv-sequencia
           start itens-devolucao key is >= chave-itens-devolucao
               invalid key
                   go relatorio-quarentena-fim
           end-start.
       relatorio-quarentena-le.
           read itens-devolucao next at end
               go relatorio-quarentena-fim
           end-read
           if not destino-quarentena
               go relatorio-quarentena-le
           end-if

           move idv-devolucao to dev-numero
           read devolucoes invalid key
               move zeros  to dev-pedido dev-cliente
               move spaces to dev-motivo
           end-read
           move idv-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read
           compute ws-custo-linha rounded =
                   idv-quantidade * idv-custo-unitario
           end-compute

           move idv-devolucao          to 17-devolucao
           move idv-sequencia          to 17-sequencia
           move dev-pedido             to 17-pedido
           move dev-cliente            to 17-cliente
           move idv-produto            to 17-produto
           move pro-descricao          to 17-descricao
           move idv-quantidade         to 17-quantidade
           move dev-motivo             to 17-motivo
           move idv-data-quarentena(7:2) to ws-data-ddmmaaaa(1:2)
           move idv-data-quarentena(5:2) to ws-data-ddmmaaaa(3:2)
           move idv-data-quarentena(1:4) to ws-data-ddmmaaaa(5:4)
           move ws-data-ddmmaaaa       to 17-data
           move ws-custo-linha         to 17-custo
           write linha-relatorio from linha-07 at eop
               perform imprime-cabecalho-quarentena
           end-write

           add 1              to ws-quarentena-itens
           add ws-custo-linha to ws-quarentena-custo
           go relatorio-quarentena-le.
       relatorio-quarentena-fim.
           move ws-quarentena-itens to 18-itens
           move ws-quarentena-custo to 18-custo
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-08
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Quarentena Gerado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
       imprime-cabecalho-quarentena.
           write linha-relatorio from linha-05
           write linha-relatorio from linha-06.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaTotais.cpy".

       copy "C:\CursoCobol\Copylib\GravaMovEstoque.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaEstoqueFilial.cpy".

       end program Devolucoes.
