       identification division.
       program-id. Relatorio-Kits.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-kits assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-kits.
       01 registro-sort-kits.
           03 tipo-sort            pic 9(01).
           03 produto-sort         pic 9(05).
           03 quantidade-sort      pic 9(09)v99.
           03 valor-sort           pic 9(11)v99.

       working-storage section.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-componentes-kit   pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-pedido-aaaamm         pic 9(06) value zeros.
       01 ws-valor-item            pic 9(11)v99 value zeros.
       01 ws-tipo-anterior         pic 9(01) value zeros.
       01 ws-produto-anterior      pic 9(05) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-produto-qtd           pic 9(09)v99 value zeros.
       01 ws-produto-valor         pic 9(13)v99 value zeros.
       01 ws-tipo-qtd              pic 9(09)v99 value zeros.
       01 ws-tipo-valor            pic 9(13)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Vendas de Kits e Consumo de Componentes".
         03 filler                pic x(12) value "Competencia:".
         03 00-competencia        pic 9(06).
         03 filler                pic x(02) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "PRODUTO".
         03 filler                pic x(42) value "DESCRICAO".
         03 filler                pic x(16) value "QUANTIDADE".
         03 filler                pic x(18) value "VALOR LIQUIDO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-titulo             pic x(50).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-produto            pic zzzz9bbbb.
         03 13-descricao          pic x(40)bb.
         03 13-quantidade         pic zzz.zzz.zz9,99bb.
         03 13-valor              pic zz.zzz.zzz.zz9,99
                                  blank when zero.
       01 linha-04.
         03 filler                pic x(14) value spaces.
         03 14-titulo             pic x(42).
         03 14-quantidade         pic zzz.zzz.zz9,99bb.
         03 14-valor              pic zz.zzz.zzz.zz9,99
                                  blank when zero.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input pedidos
           if estado-pedidos not = "00"
               display "Arquivo Pedidos Com Problema Estado " at 2301
                           estado-pedidos
               accept resposta at 2380
               goback
           end-if

           open input itens-pedido
           if estado-itens-pedido not = "00"
               display "Arquivo Itens Pedido Com Problema Estado "
                           at 2301 estado-itens-pedido
               accept resposta at 2380
               close pedidos
               goback
           end-if

           open input componentes-kit
           if estado-componentes-kit not = "00"
               display "Nao Ha Kits Cadastrados. Enter" at 2301
               accept resposta at 2380
               close pedidos itens-pedido componentes-kit
               goback
           end-if

           open input produtos.

       pede-competencia section.
           display erase at 0101
           display "Vendas de Kits e Consumo de Componentes" at 0101
           display "Competencia (AAAAMM): " at 0301
           move zeros to ws-competencia
           accept ws-competencia at 0323
           if ws-competencia = zeros
               close pedidos itens-pedido produtos componentes-kit
               goback
           end-if.

      * Itens de kit de pedidos confirmados e lancados na competencia,
      * pelo valor liquido do desconto do pedido. A primeira parte
      * mostra os kits vendidos; a segunda, quanto de cada componente
      * esses kits consumiram (quantidade do kit vezes a quantidade
      * do componente na montagem).
       gera-relatorio section.
           move "Relatorio-Kits" to ws-spool-programa
           move "Spool-Kits"     to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-competencia to 00-competencia

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-kits
               on ascending key tipo-sort produto-sort
               input procedure  is carrega-kits
                              thru carrega-kits-fim
               output procedure is imprime-kits
                              thru imprime-kits-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Kits Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-competencia.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-kits.
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go carrega-kits-fim
           end-start.
       carrega-kits-le.
           read pedidos next at end
               go carrega-kits-fim
           end-read

           if not pedido-confirmado and not pedido-lancado
               go carrega-kits-le
           end-if

           move data-pedidos(5:4) to ws-pedido-aaaamm(1:4)
           move data-pedidos(3:2) to ws-pedido-aaaamm(5:2)
           if ws-pedido-aaaamm not = ws-competencia
               go carrega-kits-le
           end-if

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go carrega-kits-le
           end-start.
       carrega-kits-itens.
           read itens-pedido next at end
               go carrega-kits-le
           end-read
           if ite-pedido not = numero-pedidos
               go carrega-kits-le
           end-if

           move ite-produto to pro-codigo
           read produtos invalid key
               go carrega-kits-itens
           end-read
           if not produto-kit
               go carrega-kits-itens
           end-if

           compute ws-valor-item rounded =
                   ite-total - ite-total * desconto-pedidos / 100
           end-compute

           move 1              to tipo-sort
           move ite-produto    to produto-sort
           move ite-quantidade to quantidade-sort
           move ws-valor-item  to valor-sort
           release registro-sort-kits

           move ite-produto to cpk-kit
           move zeros       to cpk-componente
           start componentes-kit key is >= chave-componentes-kit
               invalid key
                   go carrega-kits-itens
           end-start.
       carrega-kits-componentes.
           read componentes-kit next at end
               go carrega-kits-itens
           end-read
           if cpk-kit not = ite-produto
               go carrega-kits-itens
           end-if

           move 2              to tipo-sort
           move cpk-componente to produto-sort
           compute quantidade-sort rounded =
                   ite-quantidade * cpk-quantidade
           end-compute
           move zeros          to valor-sort
           release registro-sort-kits
           go carrega-kits-componentes.
       carrega-kits-fim.
           exit.
       imprime-kits.
           move "N" to situacao-quebra
           move zeros to ws-produto-qtd ws-produto-valor
                         ws-tipo-qtd ws-tipo-valor.
       imprime-kits-le.
           return arquivo-sort-kits at end
               go imprime-kits-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move tipo-sort    to ws-tipo-anterior
               move produto-sort to ws-produto-anterior
               perform imprime-titulo
           end-if

           if tipo-sort not = ws-tipo-anterior
               perform imprime-produto
               perform imprime-total-tipo
               move tipo-sort    to ws-tipo-anterior
               move produto-sort to ws-produto-anterior
               perform imprime-titulo
           end-if

           if produto-sort not = ws-produto-anterior
               perform imprime-produto
               move produto-sort to ws-produto-anterior
           end-if

           add quantidade-sort to ws-produto-qtd
           add valor-sort      to ws-produto-valor
           go imprime-kits-le.
       imprime-kits-encerra.
           if primeira-leitura
               move "Nenhum Kit Vendido na Competencia"
                 to linha-relatorio
               write linha-relatorio
               go imprime-kits-fim
           end-if
           perform imprime-produto
           perform imprime-total-tipo.
       imprime-kits-fim.
           exit.
       imprime-titulo.
           if ws-tipo-anterior = 1
               move "Kits Vendidos"             to 12-titulo
           else
               move "Consumo de Componentes"    to 12-titulo
           end-if
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-produto.
           move ws-produto-anterior to pro-codigo
           read produtos invalid key
               move "Produto Nao Cadastrado" to pro-descricao
           end-read
           move ws-produto-anterior to 13-produto
           move pro-descricao       to 13-descricao
           move ws-produto-qtd      to 13-quantidade
           move ws-produto-valor    to 13-valor
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add ws-produto-qtd   to ws-tipo-qtd
           add ws-produto-valor to ws-tipo-valor
           move zeros to ws-produto-qtd ws-produto-valor.
       imprime-total-tipo.
           move "Total"       to 14-titulo
           move ws-tipo-qtd   to 14-quantidade
           move ws-tipo-valor to 14-valor
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           move zeros to ws-tipo-qtd ws-tipo-valor.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Kits.
