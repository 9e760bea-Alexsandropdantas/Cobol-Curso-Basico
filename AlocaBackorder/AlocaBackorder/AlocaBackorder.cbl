       identification division.
       program-id. Aloca-Backorder.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\Select-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\Select-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-alocacao assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\FD-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\FD-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-alocacao.
       01 registro-sort-alocacao.
           03 prioridade-sort      pic 9(01).
           03 data-sort            pic 9(08).
           03 pedido-sort          pic 9(06).
           03 sequencia-sort       pic 9(02).
           03 cliente-sort         pic 9(06).
           03 vendedor-sort        pic 9(03).
           03 falta-sort           pic 9(05)v99.

       working-storage section.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-estoque           pic x(02) value spaces.
       01 estado-mov-estoque       pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-novovendedores    pic x(02) value spaces.
       01 estado-componentes-kit   pic x(02) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-falta-item            pic 9(05)v99 value zeros.
       01 ws-quantidade-alocada    pic 9(05)v99 value zeros.
       01 ws-saldo-filial          pic 9(07)v99 value zeros.
       01 ws-filial-entrada        pic 9(02) value zeros.
       01 ws-filial-pedido         pic 9(02) value zeros.
       01 ws-saldo-anterior        pic 9(07)v99 value zeros.
       01 ws-data-aaaammdd         pic 9(08) value zeros.
       01 ws-edita-quantidade      pic zzz.zz9,99.
       01 ws-prioriza-classe-a     pic x(01) value "N".
          88 prioriza-classe-a     value "S".
       01 situacao-relatorio       pic x(01) value "N".
          88 relatorio-aberto      value "S".
       01 ws-linhas-alocadas       pic 9(05) value zeros.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).
       copy "C:\CursoCobol\Copylib\CamposNotificacao.cpy".
       copy "C:\CursoCobol\Copylib\CamposEstoqueFilial.cpy".
       copy "C:\CursoCobol\Copylib\CamposKit.cpy".

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Alocacao de Backorder na Entrada".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(10) value "Produto..:".
         03 11-produto            pic zzzz9.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(15) value "Doc. Entrada..:".
         03 11-documento          pic zzzzz9.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "Filial:".
         03 11-filial             pic z9.
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "PEDIDO".
         03 filler                pic x(05) value "SEQ".
         03 filler                pic x(12) value "DATA".
         03 filler                pic x(40) value "CLIENTE".
         03 filler                pic x(06) value "CL".
         03 filler                pic x(07) value "VEND".
         03 filler                pic x(14) value "FALTAVA".
         03 filler                pic x(10) value "ALOCADO".
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-pedido             pic zzzzz9bbb.
         03 13-sequencia          pic z9bbb.
         03 13-data               pic 99/99/9999bb.
         03 13-cliente            pic zzzzz9b.
         03 13-nome               pic x(32)b.
         03 13-classe             pic x(01)bbbbb.
         03 13-vendedor           pic zz9bbbb.
         03 13-falta              pic zz.zz9,99bbbb.
         03 13-alocado            pic zz.zz9,99.
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(17) value "Linhas Alocadas:".
         03 14-linhas             pic zz.zz9.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(17) value "Saldo Restante.:".
         03 14-saldo              pic z.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 lk-produto               pic 9(05).
       01 lk-documento             pic 9(06).
       01 lk-operador              pic x(08).
       01 lk-quantidade-alocada    pic 9(07)v99.
       01 lk-filial                pic 9(02).

      * Mercadoria que chega vai primeiro para os pedidos que estao
      * esperando por ela: linhas de pedido confirmado com saldo a
      * entregar ainda sem reserva. A fila segue a data do pedido;
      * com o parametro PRIORIDADE-CLASSE-A = S, clientes classe A
      * passam na frente. Cada alocacao reserva o estoque, avisa o
      * vendedor do pedido e sai no relatorio de alocacao. So os
      * pedidos da filial que recebeu a mercadoria entram na fila.
       procedure division using lk-produto lk-documento lk-operador
                                lk-quantidade-alocada lk-filial.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       le-parametros section.
           move "N" to ws-prioriza-classe-a
           move "PRIORIDADE-CLASSE-A" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-texto(1:1) = "S"
               move "S" to ws-prioriza-classe-a
           end-if.

       abre-arquivos section.
           move zeros to lk-quantidade-alocada ws-linhas-alocadas
           move "N"   to situacao-relatorio

           open i-o estoque
           if estado-estoque not = "00"
               goback
           end-if
           move lk-produto to est-produto
           read estoque invalid key
               close estoque
               goback
           end-read
           move lk-filial to ws-filial-entrada
           if ws-filial-entrada = zeros
               move 01 to ws-filial-entrada
           end-if
           move lk-produto        to ws-esf-produto
           move ws-filial-entrada to ws-esf-filial
           perform le-estoque-filial
           move esf-saldo-disponivel to ws-saldo-filial
           if ws-saldo-filial > est-saldo-disponivel
               move est-saldo-disponivel to ws-saldo-filial
           end-if
           if ws-saldo-filial = zeros
               close estoque
               goback
           end-if

           open i-o pedidos
           if estado-pedidos not = "00"
               close estoque
               goback
           end-if
           open i-o itens-pedido
           if estado-itens-pedido not = "00"
               close estoque pedidos
               goback
           end-if
           open input clientes novovendedores componentes-kit.

       aloca-entrada section.
           sort arquivo-sort-alocacao
               on ascending key prioridade-sort data-sort
                                pedido-sort sequencia-sort
               input procedure  is carrega-fila
                              thru carrega-fila-fim
               output procedure is distribui-saldo
                              thru distribui-saldo-fim

           if relatorio-aberto
               move ws-linhas-alocadas   to 14-linhas
               move ws-saldo-filial      to 14-saldo
               move spaces to linha-relatorio
               write linha-relatorio
               write linha-relatorio from linha-04
               move "Fim do Relatorio" to linha-relatorio
               write linha-relatorio
               close relatorio
           end-if

           close estoque pedidos itens-pedido clientes novovendedores
                 componentes-kit
           goback.
       carrega-fila.
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go carrega-fila-fim
           end-start.
       carrega-fila-le.
           read pedidos next at end
               go carrega-fila-fim
           end-read

           if not pedido-confirmado and not pedido-lancado
               go carrega-fila-le
           end-if
           if pedido-expedido-total
               go carrega-fila-le
           end-if
           move filial-pedidos to ws-filial-pedido
           if ws-filial-pedido = zeros
               move 01 to ws-filial-pedido
           end-if
           if ws-filial-pedido not = ws-filial-entrada
               go carrega-fila-le
           end-if

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go carrega-fila-le
           end-start.
       carrega-fila-itens.
           read itens-pedido next at end
               go carrega-fila-le
           end-read
           if ite-pedido not = numero-pedidos
               go carrega-fila-le
           end-if
           if ite-produto not = lk-produto
               perform verifica-kit-componente
               if estado-componentes-kit not = "00"
                   go carrega-fila-itens
               end-if
           end-if
           if item-expedido or item-saldo-encerrado
               go carrega-fila-itens
           end-if
           if ite-quantidade-expedida + ite-quantidade-reservada
                   not < ite-quantidade
               go carrega-fila-itens
           end-if

           compute ws-falta-item = ite-quantidade
                 - ite-quantidade-expedida - ite-quantidade-reservada
           end-compute

           move 2 to prioridade-sort
           if prioriza-classe-a
               move cliente-pedidos to codigo-clientes
               read clientes invalid key
                   move spaces to classe-clientes
               end-read
               if cliente-classe-a
                   move 1 to prioridade-sort
               end-if
           end-if

           move data-pedidos(5:4) to ws-data-aaaammdd(1:4)
           move data-pedidos(3:2) to ws-data-aaaammdd(5:2)
           move data-pedidos(1:2) to ws-data-aaaammdd(7:2)
           move ws-data-aaaammdd  to data-sort
           move numero-pedidos    to pedido-sort
           move ite-sequencia     to sequencia-sort
           move cliente-pedidos   to cliente-sort
           move vendedor-pedidos  to vendedor-sort
           move ws-falta-item     to falta-sort
           release registro-sort-alocacao
           go carrega-fila-itens.
       carrega-fila-fim.
           exit.
      * Linha de kit tambem espera pelo produto que chegou quando ele
      * e um dos componentes do kit.
       verifica-kit-componente.
           move ite-produto to cpk-kit
           move lk-produto  to cpk-componente
           read componentes-kit invalid key
               move "23" to estado-componentes-kit
           end-read
           if estado-componentes-kit = "00" and cpk-quantidade = zeros
               move "23" to estado-componentes-kit
           end-if.
       distribui-saldo.
           return arquivo-sort-alocacao at end
               go distribui-saldo-fim
           end-return
           if ws-saldo-filial = zeros
               go distribui-saldo-fim
           end-if

           move pedido-sort    to ite-pedido
           move sequencia-sort to ite-sequencia
           read itens-pedido invalid key
               go distribui-saldo
           end-read

           if ite-produto not = lk-produto
               perform aloca-kit
               if ws-kit-efetivo = zeros
                   go distribui-saldo
               end-if
               go distribui-saldo-avisa
           end-if

           move falta-sort to ws-quantidade-alocada
           if ws-quantidade-alocada > ws-saldo-filial
               move ws-saldo-filial to ws-quantidade-alocada
           end-if

           subtract ws-quantidade-alocada from est-saldo-disponivel
                                               ws-saldo-filial
           add ws-quantidade-alocada to est-saldo-reservado
           rewrite registro-estoque invalid key
               continue
           end-rewrite

           move lk-produto            to ws-esf-produto
           move ws-filial-entrada     to ws-esf-filial
           move "R"                   to ws-esf-operacao
           move ws-quantidade-alocada to ws-esf-quantidade
           perform atualiza-estoque-filial

           add ws-quantidade-alocada to ite-quantidade-reservada
           if ite-custo-unitario = zeros
               move est-custo-medio to ite-custo-unitario
           end-if
           rewrite registro-itens-pedido invalid key
               continue
           end-rewrite

           move lk-produto            to mov-produto
           move "R"                   to mov-tipo
           move ws-quantidade-alocada to mov-quantidade
           move pedido-sort           to mov-documento
           move lk-operador           to mov-operador
           move ws-filial-entrada     to mov-filial
           perform grava-mov-estoque

           add ws-quantidade-alocada to lk-quantidade-alocada.
       distribui-saldo-avisa.
           add 1 to ws-linhas-alocadas

           perform avisa-vendedor
           perform imprime-alocacao
           go distribui-saldo.
       distribui-saldo-fim.
           exit.
      * O kit so e reservado em unidades inteiras, com todos os
      * componentes juntos; o que sai do saldo do produto que chegou
      * e a diferenca do saldo antes e depois da reserva.
       aloca-kit.
           move "R"               to ws-kit-operacao
           move ite-produto       to ws-kit-produto
           move ws-filial-entrada to ws-kit-filial
           move falta-sort        to ws-kit-quantidade
           move pedido-sort       to ws-kit-documento
           move lk-operador       to ws-kit-operador
           move cliente-sort      to ws-kit-cliente
           move zeros             to ws-kit-sequencia ws-kit-expedicao
           move ws-saldo-filial   to ws-saldo-anterior

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

           move lk-produto to est-produto
           read estoque invalid key
               move zeros to est-saldo-disponivel
           end-read
           move lk-produto        to ws-esf-produto
           move ws-filial-entrada to ws-esf-filial
           perform le-estoque-filial
           move esf-saldo-disponivel to ws-saldo-filial
           if ws-saldo-filial > est-saldo-disponivel
               move est-saldo-disponivel to ws-saldo-filial
           end-if
           if ws-kit-efetivo = zeros
               exit paragraph
           end-if

           compute ws-quantidade-alocada =
                   ws-saldo-anterior - ws-saldo-filial
           end-compute
           add ws-quantidade-alocada to lk-quantidade-alocada

           add ws-kit-efetivo to ite-quantidade-reservada
           if ite-custo-unitario = zeros
               move ws-kit-custo to ite-custo-unitario
           end-if
           rewrite registro-itens-pedido invalid key
               continue
           end-rewrite
           move ws-kit-efetivo to ws-quantidade-alocada.
       avisa-vendedor.
           move vendedor-sort to codigo-novovendedores
           read novovendedores invalid key
               move spaces to email-novovendedores
           end-read
           if email-novovendedores = spaces
               exit paragraph
           end-if

           move ws-quantidade-alocada to ws-edita-quantidade
           move email-novovendedores  to not-destino
           move "Pedido Liberado Para Expedicao" to not-assunto
           move spaces to not-corpo
           string "Pedido "           delimited by size
                  pedido-sort         delimited by size
                  " pode ser expedido: chegou o produto "
                                      delimited by size
                  lk-produto          delimited by size
                  ", reservado "      delimited by size
                  ws-edita-quantidade delimited by size
                  into not-corpo
           end-string
           move "Aloca-Backorder"     to not-origem
           perform grava-notificacao.
       imprime-alocacao.
           if not relatorio-aberto
               move "Aloca-Backorder" to ws-spool-programa
               move "Spool-Alocacao"  to ws-spool-nome
               perform registra-spool
               open output relatorio
               move "S" to situacao-relatorio

               accept ws-data from date
               move ws-dia to 00-dia
               move ws-mes to 00-mes
               move ws-ano to 00-ano
               move lk-produto   to 11-produto
               move lk-documento to 11-documento
               move ws-filial-entrada to 11-filial

               move spaces to linha-relatorio
               write linha-relatorio
               perform imprime-cabecalho
           end-if

           move cliente-sort to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes classe-clientes
           end-read

           move pedido-sort           to 13-pedido
           move sequencia-sort        to 13-sequencia
           move data-sort(7:2)        to ws-data-aaaammdd(1:2)
           move data-sort(5:2)        to ws-data-aaaammdd(3:2)
           move data-sort(1:4)        to ws-data-aaaammdd(5:4)
           move ws-data-aaaammdd      to 13-data
           move cliente-sort          to 13-cliente
           move nome-clientes         to 13-nome
           move classe-clientes       to 13-classe
           move vendedor-sort         to 13-vendedor
           move falta-sort            to 13-falta
           move ws-quantidade-alocada to 13-alocado
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           write linha-relatorio from linha-02.

       copy "C:\CursoCobol\Copylib\GravaMovEstoque.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaEstoqueFilial.cpy".

       copy "C:\CursoCobol\Copylib\GravaNotificacao.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Aloca-Backorder.
