       identification division.
       program-id. Manutencao-Chamados.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Chamados.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Chamados.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".

       working-storage section.
       01 estado-chamados          pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-faturas           pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-numero                pic 9(06) value zeros.
       01 ws-proximo-numero        pic 9(06) value zeros.
       01 ws-registro-salvo        pic x(250) value spaces.
       01 ws-prazo-dias            pic 9(02) value zeros.
       01 ws-dia-prazo             pic 9(02) value zeros.
       01 ws-achou-item            pic x(01) value "N".
          88 achou-item            value "S".
       01 ws-modo-batch            pic x(01) value "N".
       01 ws-resultado-execucao    pic x(02) value "00".
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
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       01 ws-data-edit.
          03 ws-edit-dia           pic 99.
          03 filler                pic x(01) value "/".
          03 ws-edit-mes           pic 99.
          03 filler                pic x(01) value "/".
          03 ws-edit-ano           pic 9999.
       01 ws-data-conv             pic 9(08) value zeros.
       01 filler redefines ws-data-conv.
          03 ws-conv-ano           pic 9(04).
          03 ws-conv-mes           pic 9(02).
          03 ws-conv-dia           pic 9(02).
       01 ws-nome-categoria        pic x(20) value spaces.
       01 ws-nome-situacao         pic x(12) value spaces.
       01 ws-nome-causa            pic x(20) value spaces.

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move usuario-corrente to ws-operador.

       abre-arquivo-io-chamados section.
           open i-o chamados
           if estado-chamados not = "00"
           if estado-chamados = "35" or "05"
               close chamados
               open output chamados
               close chamados
               go abre-arquivo-io-chamados
           else
               display "Arquivo Chamados Com Problema Estado " at 2301
                           estado-chamados
               accept resposta at 2380
               goback
           end-if
           end-if

           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close chamados
               goback
           end-if

           open input pedidos
           open input itens-pedido
           open input faturas
           open input produtos.

       mostra-opcoes section.
           display erase                                       at 0101
           display "Chamados de Atendimento ao Cliente - SAC"  at 0101
           display "01-Abrir     registra a reclamacao"         at 0401
           display "02-Atualizar responsavel e andamento"       at 0501
           display "03-Encerrar  solucao e causa raiz"          at 0601
           display "04-Consultar um chamado"                    at 0701
           display "05-Pendentes lista os chamados em aberto"   at 0801
           display "06-Prazos    escalona os chamados vencidos" at 0901
           display "00-Sair      encerra o programa"            at 1101
           display "Opcao: "                                    at 1301
           accept opcao at 1308

           if opcao = 01
               go inclusao
           else
           if opcao = 02
               go alteracao
           else
           if opcao = 03
               go encerramento
           else
           if opcao = 04
               go consulta
           else
           if opcao = 05
               go lista-pendentes
           else
           if opcao = 06
               go verifica-prazos
           else
           if opcao = 00
               close chamados clientes pedidos itens-pedido
                     faturas produtos
               goback
           else
               go mostra-opcoes
           end-if.

      * O chamado nasce com o cliente e, quando a reclamacao tem
      * origem conhecida, o pedido, a fatura e o produto envolvidos.
      * A fatura informada sem pedido traz o pedido dela; o vendedor
      * e o do pedido ou, sem pedido, o da carteira do cliente. O
      * prazo de atendimento vem da categoria (SLA em dias uteis).
       inclusao section.
           initialize registro-chamados
           display erase                         at 0101
           display "Abertura de Chamado"         at 0101
           display "Cliente..............: "     at 0301
           display "Pedido (0=Nenhum)....: "     at 0401
           display "Fatura (0=Nenhuma)...: "     at 0501
           display "Produto (0=Nenhum)...: "     at 0601
           display "Categoria............: "     at 0701
           display "01-Atraso Entrega 02-Item Errado 03-Faturamento"
                                                 at 0801
           display "04-Avaria 05-Atendimento 99-Outros"
                                                 at 0901
           display "Descricao:"                  at 1001
           display "Responsavel..........: "     at 1201
           display "Prazo de Atendimento.: "     at 1301

           accept cha-cliente at 0324
           if cha-cliente = zeros
               go mostra-opcoes
           end-if
           move cha-cliente to codigo-clientes
           read clientes invalid key
               display "Cliente Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-read
           display nome-clientes at 0331
           move vendedor-clientes to cha-vendedor.
       inclusao-pedido.
           move zeros to cha-pedido
           accept cha-pedido at 0424
           if cha-pedido = zeros
               go inclusao-fatura
           end-if
           move cha-pedido to numero-pedidos
           read pedidos invalid key
               display "Pedido Nao Encontrado, verifique." at 2301
               accept resposta at 2380
               go inclusao-pedido
           end-read
           if cliente-pedidos not = cha-cliente
               display "Pedido Nao Pertence ao Cliente." at 2301
               accept resposta at 2380
               go inclusao-pedido
           end-if
           move vendedor-pedidos to cha-vendedor.
       inclusao-fatura.
           move zeros to cha-fatura
           accept cha-fatura at 0524
           if cha-fatura = zeros
               go inclusao-produto
           end-if
           move cha-fatura to fat-numero
           read faturas invalid key
               display "Fatura Nao Encontrada, verifique." at 2301
               accept resposta at 2380
               go inclusao-fatura
           end-read
           if fat-cliente not = cha-cliente
               display "Fatura Nao Pertence ao Cliente." at 2301
               accept resposta at 2380
               go inclusao-fatura
           end-if
           if cha-pedido not = zeros and fat-pedido not = cha-pedido
               display "Fatura de Outro Pedido, verifique." at 2301
               accept resposta at 2380
               go inclusao-fatura
           end-if
           if cha-pedido = zeros and fat-pedido not = zeros
               move fat-pedido to cha-pedido numero-pedidos
               display cha-pedido at 0424
               read pedidos
                   invalid key
                       continue
                   not invalid key
                       move vendedor-pedidos to cha-vendedor
               end-read
           end-if.
       inclusao-produto.
           move zeros to cha-produto
           accept cha-produto at 0624
           if cha-produto = zeros
               go inclusao-categoria
           end-if
           move cha-produto to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao-produto
           end-read
           display pro-descricao at 0631
           if cha-pedido not = zeros
               perform verifica-item-pedido
                   thru verifica-item-pedido-fim
               if not achou-item
                   display "Produto Nao Consta do Pedido." at 2301
                   accept resposta at 2380
                   go inclusao-produto
               end-if
           end-if.
       inclusao-categoria.
           accept cha-categoria at 0724
           if cha-categoria not = "01" and "02" and "03" and "04"
                                 and "05" and "99"
               display "Categoria Invalida, verifique." at 2301
               accept resposta at 2380
               go inclusao-categoria
           end-if.
       inclusao-descricao.
           accept cha-descricao at 1101
           if cha-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-descricao
           end-if

           move ws-operador to cha-responsavel
           display cha-responsavel at 1224
           accept cha-responsavel  at 1224
           if cha-responsavel = spaces
               move ws-operador to cha-responsavel
           end-if

           accept ws-data-sistema from date yyyymmdd
           perform calcula-prazo thru calcula-prazo-fim
           move cha-data-limite to ws-data-conv
           perform edita-data
           display ws-data-edit at 1324

           display "Confirma Abertura? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           move registro-chamados to ws-registro-salvo
           perform obtem-proximo-numero thru obtem-proximo-numero-fim
           move ws-registro-salvo to registro-chamados
           move ws-proximo-numero to cha-numero
           move "A"               to cha-situacao
           move ws-data-sistema   to cha-data-abertura
           move zeros             to cha-data-encerramento
                                     cha-escalonamento
                                     cha-data-escalonamento
           move spaces            to cha-causa cha-solucao
                                     cha-prazo-cumprido
           move ws-operador       to cha-operador
           move ws-data-sistema   to cha-data-alteracao

           write registro-chamados invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-chamados
               accept resposta at 2380
               go mostra-opcoes
           end-write

           display "Chamado Registrado: " at 2301 cha-numero
           display "Enter"                at 2340
           accept resposta at 2380
           go mostra-opcoes.

      * Andamento: troca o responsavel e completa a descricao do
      * chamado pendente, que passa a ficar em atendimento.
       alteracao section.
           display erase                   at 0101
           display "Andamento de Chamado"  at 0101
           perform pede-chamado thru pede-chamado-fim
           if ws-numero = zeros
               go mostra-opcoes
           end-if
           if not chamado-pendente
               display "Chamado Ja Encerrado. Enter" at 2301
               accept resposta at 2380
               go alteracao
           end-if

           perform mostra-chamado
           accept cha-responsavel at 1124
           accept cha-descricao   at 1301

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           if cha-responsavel = spaces
               move ws-operador to cha-responsavel
           end-if
           move "E"             to cha-situacao
           move ws-operador     to cha-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to cha-data-alteracao

           rewrite registro-chamados invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-chamados
               accept resposta at 2380
           end-rewrite
           go mostra-opcoes.

      * Encerramento: resolvido exige a causa raiz e a solucao dada;
      * o cancelado (reclamacao improcedente ou duplicada) so a
      * solucao. Fica marcado se o encerramento cumpriu o prazo.
       encerramento section.
           display erase                     at 0101
           display "Encerramento de Chamado" at 0101
           perform pede-chamado thru pede-chamado-fim
           if ws-numero = zeros
               go mostra-opcoes
           end-if
           if not chamado-pendente
               display "Chamado Ja Encerrado. Enter" at 2301
               accept resposta at 2380
               go encerramento
           end-if

           perform mostra-chamado
           display "Encerrar como R-Resolvido C-Cancelado: " at 1601
           display "Causa Raiz...........: " at 1701
           display "01-Expedicao 02-Transportadora 03-Cadastro/Preco"
                                              at 1801
           display "04-Fornecedor 05-Vendas 06-Financeiro 99-Outros"
                                              at 1901
           display "Solucao:"                 at 2001.
       encerramento-situacao.
           move spaces to resposta
           accept resposta at 1641
           if resposta = "r"
               move "R" to resposta
           end-if
           if resposta = "c"
               move "C" to resposta
           end-if
           if resposta = spaces
               go mostra-opcoes
           end-if
           if resposta not = "R" and "C"
               display "Informe R ou C." at 2301
               accept resposta at 2380
               go encerramento-situacao
           end-if
           move resposta to cha-situacao.
       encerramento-causa.
           move spaces to cha-causa
           accept cha-causa at 1724
           if cha-causa = spaces and chamado-cancelado
               go encerramento-solucao
           end-if
           if cha-causa not = "01" and "02" and "03" and "04"
                              and "05" and "06" and "99"
               display "Causa Invalida, verifique." at 2301
               accept resposta at 2380
               go encerramento-causa
           end-if.
       encerramento-solucao.
           accept cha-solucao at 2101
           if cha-solucao = spaces
               display "Solucao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go encerramento-solucao
           end-if

           display "Confirma Encerramento? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to cha-data-encerramento
                                   cha-data-alteracao
           if cha-data-encerramento > cha-data-limite
               move "N" to cha-prazo-cumprido
           else
               move "S" to cha-prazo-cumprido
           end-if
           move ws-operador to cha-operador

           rewrite registro-chamados invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-chamados
               accept resposta at 2380
           end-rewrite
           go mostra-opcoes.

       consulta section.
           display erase                  at 0101
           display "Consulta de Chamado"  at 0101
           perform pede-chamado thru pede-chamado-fim
           if ws-numero = zeros
               go mostra-opcoes
           end-if

           perform mostra-chamado
           if not chamado-pendente
               move cha-causa to ws-nome-causa
               perform nome-da-causa
               display "Encerrado em.........: " at 1601
               move cha-data-encerramento to ws-data-conv
               perform edita-data
               display ws-data-edit              at 1624
               if chamado-no-prazo
                   display "No Prazo"            at 1640
               else
                   display "Fora do Prazo"       at 1640
               end-if
               display "Causa Raiz...........: " at 1701
               display ws-nome-causa             at 1724
               display "Solucao:"                at 1801
               display cha-solucao               at 1901
           end-if
           display "Enter Continua" at 2301
           accept resposta at 2380
           go consulta.

      * Lista os chamados pendentes em ordem de numero; o asterisco
      * marca os que ja passaram do prazo de atendimento.
       lista-pendentes section.
           accept ws-data-sistema from date yyyymmdd
           move zeros to cha-numero
           start chamados key is >= cha-numero invalid key
               display "Nenhum Chamado Cadastrado...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.
       lista-pendentes-monta-tela.
           display erase                         at 0101
           display "Chamados Pendentes"          at 0101
           display "Numero"                      at 0301
           display "Cliente"                     at 0309
           display "Cat"                         at 0317
           display "Sit"                         at 0322
           display "Responsav"                   at 0327
           display "Prazo"                       at 0337
           display "Esc"                         at 0349
           display "Descricao"                   at 0354
           move 03 to linha.
       lista-pendentes-le.
           read chamados next at end
               go lista-pendentes-fim
           end-read
           if not chamado-pendente
               go lista-pendentes-le
           end-if

           add 1 to linha
           move cha-data-limite to ws-data-conv
           perform edita-data
           display cha-numero       at line linha column 01
           display cha-cliente      at line linha column 09
           display cha-categoria    at line linha column 17
           display cha-situacao     at line linha column 22
           display cha-responsavel  at line linha column 27
           display ws-data-edit     at line linha column 37
           if cha-data-limite < ws-data-sistema
               display "*"          at line linha column 47
           end-if
           display cha-escalonamento at line linha column 50
           display cha-descricao(1:26) at line linha column 54

           if linha < 21
               go lista-pendentes-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go lista-pendentes-monta-tela
           end-if
           go mostra-opcoes.
       lista-pendentes-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

      * Mesma verificacao do processamento noturno, sob demanda.
       verifica-prazos section.
           close chamados
           move "N" to ws-modo-batch
           call "Verifica-Prazos-Sac"
               using ws-modo-batch ws-resultado-execucao
           end-call
           cancel "Verifica-Prazos-Sac"
           open i-o chamados
           go mostra-opcoes.

       pede-chamado.
           move zeros to ws-numero
           display "Numero do Chamado....: " at 0301
           accept ws-numero at 0324
           if ws-numero = zeros
               go pede-chamado-fim
           end-if
           move ws-numero to cha-numero
           read chamados invalid key
               display "Chamado Nao Encontrado ... Enter" at 2301
               accept resposta at 2380
               go pede-chamado
           end-read.
       pede-chamado-fim.
           exit.

       mostra-chamado section.
           move cha-cliente to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes
           end-read
           move cha-categoria to ws-nome-categoria
           perform nome-da-categoria
           evaluate true
               when chamado-aberto
                   move "Aberto"       to ws-nome-situacao
               when chamado-andamento
                   move "Em Andamento" to ws-nome-situacao
               when chamado-resolvido
                   move "Resolvido"    to ws-nome-situacao
               when other
                   move "Cancelado"    to ws-nome-situacao
           end-evaluate

           display "Cliente..............: " at 0401
           display cha-cliente               at 0424
           display nome-clientes             at 0431
           display "Pedido...............: " at 0501
           display cha-pedido                at 0524
           display "Fatura: "                at 0540
           display cha-fatura                at 0548
           display "Produto..............: " at 0601
           display cha-produto               at 0624
           display "Vendedor: "              at 0640
           display cha-vendedor              at 0650
           display "Categoria............: " at 0701
           display ws-nome-categoria         at 0724
           display "Situacao.............: " at 0801
           display ws-nome-situacao          at 0824
           display "Aberto em............: " at 0901
           move cha-data-abertura to ws-data-conv
           perform edita-data
           display ws-data-edit              at 0924
           display "Prazo................: " at 1001
           move cha-data-limite to ws-data-conv
           perform edita-data
           display ws-data-edit              at 1024
           display "Escalonamento: "         at 1040
           display cha-escalonamento         at 1055
           display "Responsavel..........: " at 1101
           display cha-responsavel           at 1124
           display "Descricao:"              at 1201
           display cha-descricao             at 1301.

       nome-da-categoria.
           evaluate ws-nome-categoria(1:2)
               when "01" move "Atraso na Entrega" to ws-nome-categoria
               when "02" move "Item Errado"       to ws-nome-categoria
               when "03" move "Erro Faturamento"  to ws-nome-categoria
               when "04" move "Avaria"            to ws-nome-categoria
               when "05" move "Atendimento"       to ws-nome-categoria
               when other move "Outros"           to ws-nome-categoria
           end-evaluate.

       nome-da-causa.
           evaluate ws-nome-causa(1:2)
               when "01" move "Expedicao"         to ws-nome-causa
               when "02" move "Transportadora"    to ws-nome-causa
               when "03" move "Cadastro/Preco"    to ws-nome-causa
               when "04" move "Fornecedor"        to ws-nome-causa
               when "05" move "Vendas"            to ws-nome-causa
               when "06" move "Financeiro"        to ws-nome-causa
               when "99" move "Outros"            to ws-nome-causa
               when other move "Nao Informada"    to ws-nome-causa
           end-evaluate.

       edita-data.
           move ws-conv-dia to ws-edit-dia
           move ws-conv-mes to ws-edit-mes
           move ws-conv-ano to ws-edit-ano.

      * O produto reclamado tem de constar dos itens do pedido.
       verifica-item-pedido.
           move "N" to ws-achou-item
           move cha-pedido to ite-pedido
           move zeros      to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go verifica-item-pedido-fim
           end-start.
       verifica-item-pedido-le.
           read itens-pedido next at end
               go verifica-item-pedido-fim
           end-read
           if ite-pedido not = cha-pedido
               go verifica-item-pedido-fim
           end-if
           if ite-produto = cha-produto
               move "S" to ws-achou-item
               go verifica-item-pedido-fim
           end-if
           go verifica-item-pedido-le.
       verifica-item-pedido-fim.
           exit.

      * Prazo do chamado em dias uteis a partir da abertura, pela
      * categoria: parametro SAC-PRAZO-nn (nn = categoria); sem
      * parametro valem 2 dias para atraso e atendimento, 3 para
      * item errado e avaria e 5 para faturamento e outros.
       calcula-prazo.
           evaluate cha-categoria
               when "01" move 02 to ws-prazo-dias
               when "02" move 03 to ws-prazo-dias
               when "03" move 05 to ws-prazo-dias
               when "04" move 03 to ws-prazo-dias
               when "05" move 02 to ws-prazo-dias
               when other move 05 to ws-prazo-dias
           end-evaluate

           move spaces to ws-par-codigo
           string "SAC-PRAZO-"   delimited by size
                  cha-categoria  delimited by size
                  into ws-par-codigo
           end-string
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 100
               move ws-par-valor-num to ws-prazo-dias
           end-if

           move ws-data-sistema to ws-venc-base
           move zeros to ws-dia-prazo.
       calcula-prazo-loop.
           if ws-dia-prazo < ws-prazo-dias
               add 1 to ws-dia-prazo
               perform avanca-um-dia-vencimento
               call "Proximo-Dia-Util"
                   using ws-venc-base ws-venc-util
               end-call
               move ws-venc-util to ws-venc-base
               go calcula-prazo-loop
           end-if
           cancel "Proximo-Dia-Util"
           move ws-venc-base to cha-data-limite.
       calcula-prazo-fim.
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

       obtem-proximo-numero.
           move zeros to ws-proximo-numero
           move zeros to cha-numero
           start chamados key is >= cha-numero invalid key
               continue
           end-start
           if estado-chamados = "00"
               perform obtem-proximo-numero-le
                   until estado-chamados = "10"
           end-if
           add 1 to ws-proximo-numero.
       obtem-proximo-numero-le.
           read chamados next at end
               exit paragraph
           end-read
           move cha-numero to ws-proximo-numero.
       obtem-proximo-numero-fim.
           exit.

       end program Manutencao-Chamados.
