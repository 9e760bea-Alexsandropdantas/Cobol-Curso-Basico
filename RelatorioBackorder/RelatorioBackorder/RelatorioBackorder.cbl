       identification division.
       program-id. Relatorio-Backorder.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-backorder assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-backorder.
       01 registro-sort-backorder.
           03 dimensao-sort        pic 9(01).
           03 codigo-sort          pic 9(06).
           03 detalhe-sort         pic 9(06).
           03 pedido-sort          pic 9(06).
           03 data-sort            pic 9(08).
           03 pendente-sort        pic 9(05)v99.
           03 reservada-sort       pic 9(05)v99.
           03 valor-sort           pic 9(11)v99.

       working-storage section.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-pendente-item         pic 9(05)v99 value zeros.
       01 ws-valor-item            pic 9(11)v99 value zeros.
       01 ws-dimensao-anterior     pic 9(01) value zeros.
       01 ws-codigo-anterior       pic 9(06) value zeros.
       01 ws-pendente-codigo       pic 9(07)v99 value zeros.
       01 ws-reservada-codigo      pic 9(07)v99 value zeros.
       01 ws-valor-codigo          pic 9(13)v99 value zeros.
       01 ws-valor-dimensao        pic 9(13)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(48)
                value "Backorder - Saldo a Entregar dos Pedidos".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "PEDIDO".
         03 filler                pic x(12) value "DATA".
         03 filler                pic x(42) value "CODIGO/DESCRICAO".
         03 filler                pic x(14) value "PENDENTE".
         03 filler                pic x(14) value "RESERVADO".
         03 filler                pic x(14) value "VALOR".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(14) value "Backorder por".
         03 12-dimensao           pic x(10).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-codigo             pic zzzzz9bbb.
         03 13-descricao          pic x(40).
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 14-pedido             pic zzzzz9bbb.
         03 14-data               pic 99/99/9999bb.
         03 14-codigo             pic zzzzz9bb.
         03 14-descricao          pic x(32)bb.
         03 14-pendente           pic zz.zz9,99bbbb.
         03 14-reservada          pic zz.zz9,99bbbb.
         03 14-valor              pic zz.zzz.zzz.zz9,99.
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(63)
                value "Total".
         03 15-pendente           pic z.zzz.zz9,99b.
         03 15-reservada          pic z.zzz.zz9,99b.
         03 15-valor              pic zz.zzz.zzz.zz9,99.
       01 linha-06.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(91)
                value "Total Geral".
         03 16-valor              pic zz.zzz.zzz.zz9,99.

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

           open input produtos clientes.

       pede-confirmacao section.
           display erase at 0101
           display "Backorder por Produto e por Cliente" at 0101
           display "Gera o Relatorio? Sim ou Nao?" at 0301
           accept resposta at 0331
           if resposta not = "S" and "s"
               close pedidos itens-pedido produtos clientes
               goback
           end-if.

      * O que ainda devemos ao cliente: linhas de pedido confirmado
      * com quantidade nao expedida e saldo nao encerrado. O mesmo
      * sort alimenta a visao por produto (detalhe por cliente) e a
      * visao por cliente (detalhe por produto).
       gera-relatorio section.
           move "Relatorio-Backorder" to ws-spool-programa
           move "Spool-Backorder"     to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-backorder
               on ascending key dimensao-sort codigo-sort
                                detalhe-sort pedido-sort
               input procedure  is carrega-backorder
                              thru carrega-backorder-fim
               output procedure is imprime-backorder
                              thru imprime-backorder-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Backorder Gerado. Enter" at 2301
           accept resposta at 2380
           close pedidos itens-pedido produtos clientes
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-backorder.
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go carrega-backorder-fim
           end-start.
       carrega-backorder-le.
           read pedidos next at end
               go carrega-backorder-fim
           end-read

           if not pedido-confirmado and not pedido-lancado
               go carrega-backorder-le
           end-if
           if pedido-expedido-total
               go carrega-backorder-le
           end-if

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go carrega-backorder-le
           end-start.
       carrega-backorder-itens.
           read itens-pedido next at end
               go carrega-backorder-le
           end-read
           if ite-pedido not = numero-pedidos
               go carrega-backorder-le
           end-if
           if item-expedido or item-saldo-encerrado
               go carrega-backorder-itens
           end-if
           if ite-quantidade-expedida not < ite-quantidade
               go carrega-backorder-itens
           end-if

           compute ws-pendente-item =
                   ite-quantidade - ite-quantidade-expedida
           end-compute
           compute ws-valor-item rounded =
                   ws-pendente-item * ite-preco-unitario
                   * (100 - desconto-pedidos) / 100
           end-compute

           move numero-pedidos           to pedido-sort
           move data-pedidos             to data-sort
           move ws-pendente-item         to pendente-sort
           move ite-quantidade-reservada to reservada-sort
           move ws-valor-item            to valor-sort

           move 1               to dimensao-sort
           move ite-produto     to codigo-sort
           move cliente-pedidos to detalhe-sort
           release registro-sort-backorder

           move 2               to dimensao-sort
           move cliente-pedidos to codigo-sort
           move ite-produto     to detalhe-sort
           release registro-sort-backorder

           go carrega-backorder-itens.
       carrega-backorder-fim.
           exit.
       imprime-backorder.
           move zeros to ws-dimensao-anterior ws-codigo-anterior
           move zeros to ws-pendente-codigo ws-reservada-codigo
                         ws-valor-codigo ws-valor-dimensao.
       imprime-backorder-le.
           return arquivo-sort-backorder at end
               go imprime-backorder-encerra
           end-return

           if dimensao-sort not = ws-dimensao-anterior
               perform imprime-total-codigo
               perform imprime-total-dimensao
               move dimensao-sort to ws-dimensao-anterior
               move zeros         to ws-codigo-anterior
               evaluate dimensao-sort
                   when 1 move "Produto" to 12-dimensao
                   when other move "Cliente" to 12-dimensao
               end-evaluate
               move spaces to linha-relatorio
               write linha-relatorio
               write linha-relatorio from linha-02 at eop
                   perform imprime-cabecalho
               end-write
           end-if

           if codigo-sort not = ws-codigo-anterior
               perform imprime-total-codigo
               move codigo-sort to ws-codigo-anterior
               perform imprime-codigo
           end-if

           perform imprime-detalhe
           add pendente-sort  to ws-pendente-codigo
           add reservada-sort to ws-reservada-codigo
           add valor-sort     to ws-valor-codigo
           go imprime-backorder-le.
       imprime-backorder-encerra.
           perform imprime-total-codigo
           perform imprime-total-dimensao.
       imprime-backorder-fim.
           exit.
       imprime-codigo.
           if dimensao-sort = 1
               move codigo-sort to pro-codigo
               read produtos invalid key
                   move spaces to pro-descricao
               end-read
               move pro-descricao to 13-descricao
           else
               move codigo-sort to codigo-clientes
               read clientes invalid key
                   move spaces to nome-clientes
               end-read
               move nome-clientes to 13-descricao
           end-if
           move codigo-sort to 13-codigo
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
       imprime-detalhe.
           if dimensao-sort = 1
               move detalhe-sort to codigo-clientes
               read clientes invalid key
                   move spaces to nome-clientes
               end-read
               move nome-clientes to 14-descricao
           else
               move detalhe-sort to pro-codigo
               read produtos invalid key
                   move spaces to pro-descricao
               end-read
               move pro-descricao to 14-descricao
           end-if
           move pedido-sort    to 14-pedido
           move data-sort      to 14-data
           move detalhe-sort   to 14-codigo
           move pendente-sort  to 14-pendente
           move reservada-sort to 14-reservada
           move valor-sort     to 14-valor
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write.
       imprime-total-codigo.
           if ws-codigo-anterior = zeros
               exit paragraph
           end-if

           move ws-pendente-codigo  to 15-pendente
           move ws-reservada-codigo to 15-reservada
           move ws-valor-codigo     to 15-valor
           write linha-relatorio from linha-05 at eop
               perform imprime-cabecalho
           end-write

           add ws-valor-codigo to ws-valor-dimensao
           move zeros to ws-pendente-codigo ws-reservada-codigo
                         ws-valor-codigo.
       imprime-total-dimensao.
           if ws-dimensao-anterior = zeros
               exit paragraph
           end-if

           move ws-valor-dimensao to 16-valor
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-06 at eop
               perform imprime-cabecalho
           end-write
           move zeros to ws-valor-dimensao.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Backorder.
