       identification division.
       program-id. Romaneio-Entregas.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\Select-Cidades.txt".
       copy "C:\CursoCobol\Copylib\Select-Rotas.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-romaneio assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\FD-Cidades.txt".
       copy "C:\CursoCobol\Copylib\FD-Rotas.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-romaneio.
       01 registro-sort-romaneio.
           03 rota-sort            pic 9(03).
           03 uf-sort              pic x(02).
           03 cidade-sort          pic x(40).
           03 pedido-sort          pic 9(06).
           03 cliente-sort         pic 9(06).
           03 endereco-sort        pic x(40).
           03 valor-sort           pic 9(09)v99.
           03 peso-sort            pic 9(07)v999.
           03 prevista-sort        pic 9(08).

       working-storage section.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-enderecos         pic x(02) value spaces.
       01 estado-cidades           pic x(02) value spaces.
       01 estado-rotas             pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-data-romaneio         pic 9(08) value zeros.
       01 filler redefines ws-data-romaneio.
          03 ws-ano-romaneio       pic 9(04).
          03 ws-mes-romaneio       pic 9(02).
          03 ws-dia-romaneio       pic 9(02).
       01 ws-data-digitada         pic 9(08) value zeros.
       01 ws-prevista-aaaammdd     pic 9(08) value zeros.
       01 ws-uf-destino            pic x(02) value spaces.
       01 ws-cidade-destino        pic x(40) value spaces.
       01 ws-endereco-destino      pic x(40) value spaces.
       01 ws-rota-destino          pic 9(03) value zeros.
       01 ws-dia-semana            pic 9(01) value zeros.
       01 ws-indice-dia            pic 9(01) value zeros.
       01 ws-zeller-q              pic 9(02) value zeros.
       01 ws-zeller-m              pic 9(02) value zeros.
       01 ws-zeller-a              pic 9(04) value zeros.
       01 ws-zeller-k              pic 9(02) value zeros.
       01 ws-zeller-j              pic 9(02) value zeros.
       01 ws-zeller-h              pic 9(06) value zeros.
       01 ws-zeller-t1             pic 9(06) value zeros.
       01 ws-zeller-k4             pic 9(02) value zeros.
       01 ws-zeller-j4             pic 9(02) value zeros.
       01 ws-zeller-div            pic 9(06) value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-romaneados            pic 9(07) value zeros.
       01 ws-fora-rota             pic 9(07) value zeros.
       01 ws-valor-romaneio        pic 9(13)v99 value zeros.
       01 ws-rota-anterior         pic 9(03) value zeros.
       01 ws-veiculo               pic 9(01) value zeros.
       01 ws-pedidos-veiculo       pic 9(05) value zeros.
       01 ws-peso-veiculo          pic 9(09)v999 value zeros.
       01 ws-valor-veiculo         pic 9(13)v99 value zeros.
       01 ws-pendente-item         pic 9(05)v99 value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(32)
                value "Romaneio de Carga - Entrega em".
         03 00-dia-romaneio       pic 99/.
         03 00-mes-romaneio       pic 99/.
         03 00-ano-romaneio       pic 9999.
         03 filler                pic x(10) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "PEDIDO".
         03 filler                pic x(34) value "CLIENTE".
         03 filler                pic x(31) value "ENDERECO".
         03 filler                pic x(24) value "CIDADE/UF".
         03 filler                pic x(14) value "PESO KG".
         03 filler                pic x(14) value "VALOR".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(06) value "Rota:".
         03 12-rota               pic zz9b.
         03 12-descricao          pic x(30)b.
         03 filler                pic x(09) value "Veiculo:".
         03 12-placa              pic x(11).
         03 filler                pic x(16) value "Capacidade Kg:".
         03 12-capacidade         pic z.zzz.zz9,999.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-pedido             pic zzzzz9bb.
         03 13-cliente            pic zzzzz9b.
         03 13-nome               pic x(26)b.
         03 13-endereco           pic x(30)b.
         03 13-cidade             pic x(20)b.
         03 13-uf                 pic x(02)b.
         03 13-peso               pic z.zzz.zz9,999b.
         03 13-valor              pic zzz.zzz.zz9,99.
       01 linha-04.
         03 filler                pic x(15) value spaces.
         03 14-produto            pic zzzz9bb.
         03 14-descricao          pic x(40)b.
         03 14-quantidade         pic zz.zz9,99b.
         03 14-unidade            pic x(03).
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(18) value "Total do Veiculo:".
         03 15-pedidos            pic zz.zz9b.
         03 filler                pic x(08) value "Pedidos".
         03 15-aviso              pic x(20).
         03 filler                pic x(44) value spaces.
         03 15-peso               pic z.zzz.zz9,999b.
         03 15-valor              pic zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

      * Romaneio do dia: os pedidos confirmados ainda nao expedidos
      * sao agrupados pela rota da cidade de entrega (endereco de
      * entrega do pedido ou, sem ele, o do cliente) e so entram as
      * rotas que rodam no dia da semana do romaneio. Dentro da rota
      * a carga enche os veiculos na ordem do cadastro. Pedido de
      * cidade sem rota sai no fim, quando a entrega ja venceu.
       procedimento-geral section.
           move "00" to resultado-execucao
           move zeros to ws-lidos ws-romaneados ws-fora-rota
                         ws-valor-romaneio
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-data-romaneio

           if not batch-ativo
               display erase at 0101
               display "Romaneio de Carga por Rota" at 0101
               display "Data de Entrega (AAAAMMDD, 0=Hoje): " at 0301
               move zeros to ws-data-digitada
               accept ws-data-digitada at 0338
               if ws-data-digitada not = zeros
                   move ws-data-digitada to ws-data-romaneio
               end-if
           end-if

           perform calcula-dia-semana
           if ws-dia-semana = 0
               move 7 to ws-indice-dia
           else
               move ws-dia-semana to ws-indice-dia
           end-if

           open input pedidos
           if estado-pedidos not = "00"
               move "89" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Pedidos Com Problema Estado "
                               at 2301 estado-pedidos
                   accept resposta at 2380
               end-if
               goback
           end-if
           open input itens-pedido clientes enderecos cidades rotas
                      produtos

           move "Romaneio-Entregas" to ws-spool-programa
           move "Spool-Romaneio"    to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-dia-romaneio to 00-dia-romaneio
           move ws-mes-romaneio to 00-mes-romaneio
           move ws-ano-romaneio to 00-ano-romaneio
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

      * Rota zero (fora de rota) vai para o fim do romaneio.
           sort arquivo-sort-romaneio
               on ascending key rota-sort uf-sort cidade-sort
                                pedido-sort
               input procedure  is carrega-romaneio
                              thru carrega-romaneio-fim
               output procedure is imprime-romaneio
                              thru imprime-romaneio-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio pedidos itens-pedido clientes enderecos
                 cidades rotas produtos

           move "Romaneio-Entregas" to ctr-etapa
           move ws-lidos            to ctr-lidos
           move ws-romaneados       to ctr-gravados
           move ws-fora-rota        to ctr-rejeitados
           move ws-valor-romaneio   to ctr-hash-vendas
           perform grava-controle

           if not batch-ativo
               display "Romaneio Gerado, Pedidos: " at 2301
                           ws-romaneados
               accept resposta at 2380
           end-if
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-romaneio.
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go carrega-romaneio-fim
           end-start.
       carrega-romaneio-le.
           read pedidos next at end
               go carrega-romaneio-fim
           end-read
           add 1 to ws-lidos

           if not pedido-confirmado and not pedido-lancado
               go carrega-romaneio-le
           end-if
           if pedido-expedido-total
               go carrega-romaneio-le
           end-if

           perform localiza-destino thru localiza-destino-fim

           if ws-rota-destino not = zeros
               move ws-rota-destino to rot-codigo
               read rotas invalid key
                   move zeros to ws-rota-destino
               end-read
           end-if
           if ws-rota-destino not = zeros
               if rota-inativa
                   move zeros to ws-rota-destino
               end-if
           end-if

           if ws-rota-destino = zeros
               move data-entrega-prevista to ws-prevista-aaaammdd
               if ws-prevista-aaaammdd > ws-data-romaneio
                   go carrega-romaneio-le
               end-if
               add 1 to ws-fora-rota
           else
               if rot-dia(ws-indice-dia) not = "S"
                   go carrega-romaneio-le
               end-if
           end-if

           move ws-rota-destino       to rota-sort
           move ws-uf-destino         to uf-sort
           move ws-cidade-destino     to cidade-sort
           move numero-pedidos        to pedido-sort
           move cliente-pedidos       to cliente-sort
           move ws-endereco-destino   to endereco-sort
           move valor-pedidos         to valor-sort
           move peso-pedidos          to peso-sort
           move data-entrega-prevista to prevista-sort
           release registro-sort-romaneio

           add 1             to ws-romaneados
           add valor-pedidos to ws-valor-romaneio
           go carrega-romaneio-le.
       carrega-romaneio-fim.
           exit.
       localiza-destino.
           move cliente-pedidos to codigo-clientes
           read clientes invalid key
               move spaces to endereco-clientes cidade-clientes
                              uf-clientes
           end-read
           move endereco-clientes to ws-endereco-destino
           move cidade-clientes   to ws-cidade-destino
           move uf-clientes       to ws-uf-destino
           move zeros             to ws-rota-destino

           if entrega-tipo-pedidos = "E"
               move cliente-pedidos     to end-cliente
               move "E"                 to end-tipo
               move entrega-seq-pedidos to end-sequencia
               read enderecos invalid key
                   continue
               not invalid key
                   move end-endereco to ws-endereco-destino
                   move end-cidade   to ws-cidade-destino
                   move end-uf       to ws-uf-destino
               end-read
           end-if

           move ws-uf-destino to uf-cidades
           move zeros         to codigo-cidades
           start cidades key is >= chave-cidades invalid key
               go localiza-destino-fim
           end-start.
       localiza-destino-le.
           read cidades next at end
               go localiza-destino-fim
           end-read
           if uf-cidades not = ws-uf-destino
               go localiza-destino-fim
           end-if
           if nome-cidades = ws-cidade-destino
               move rota-cidades to ws-rota-destino
               go localiza-destino-fim
           end-if
           go localiza-destino-le.
       localiza-destino-fim.
           exit.
       imprime-romaneio.
           move "N" to situacao-quebra.
       imprime-romaneio-le.
           return arquivo-sort-romaneio at end
               go imprime-romaneio-encerra
           end-return

           if primeira-leitura or rota-sort not = ws-rota-anterior
               if not primeira-leitura
                   perform imprime-total-veiculo
               end-if
               move "S" to situacao-quebra
               move rota-sort to ws-rota-anterior
               perform inicia-rota
           end-if

      * Veiculo cheio passa para o proximo da rota; o ultimo leva o
      * que sobrar, com aviso de excesso no total.
           if ws-pedidos-veiculo > zeros
              and ws-veiculo < 3
              and ws-peso-veiculo + peso-sort >
                  rot-capacidade(ws-veiculo)
               if rot-placa(ws-veiculo + 1) not = spaces
                   perform imprime-total-veiculo
                   add 1 to ws-veiculo
                   perform imprime-veiculo
               end-if
           end-if

           perform imprime-pedido
           perform imprime-itens thru imprime-itens-fim

           add 1          to ws-pedidos-veiculo
           add peso-sort  to ws-peso-veiculo
           add valor-sort to ws-valor-veiculo
           go imprime-romaneio-le.
       imprime-romaneio-encerra.
           if not primeira-leitura
               perform imprime-total-veiculo
           end-if.
       imprime-romaneio-fim.
           exit.
       inicia-rota.
           if rota-sort = zeros
               initialize registro-rotas
               move "Pedidos Fora de Rota" to rot-descricao
           else
               move rota-sort to rot-codigo
               read rotas invalid key
                   initialize registro-rotas
               end-read
           end-if
           move 1 to ws-veiculo
           perform imprime-veiculo.
       imprime-veiculo.
           move rota-sort     to 12-rota
           move rot-descricao to 12-descricao
           if rot-placa(ws-veiculo) = spaces
               move "Sem Veiculo" to 12-placa
           else
               move rot-placa(ws-veiculo) to 12-placa
           end-if
           move rot-capacidade(ws-veiculo) to 12-capacidade
           move zeros to ws-pedidos-veiculo ws-peso-veiculo
                         ws-valor-veiculo
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-pedido.
           move cliente-sort to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes
           end-read
           move pedido-sort    to 13-pedido
           move cliente-sort   to 13-cliente
           move nome-clientes  to 13-nome
           move endereco-sort  to 13-endereco
           move cidade-sort    to 13-cidade
           move uf-sort        to 13-uf
           move peso-sort      to 13-peso
           move valor-sort     to 13-valor
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
      * Sobe no caminhao so o que falta entregar de cada linha.
       imprime-itens.
           move pedido-sort to ite-pedido
           move zeros       to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go imprime-itens-fim
           end-start.
       imprime-itens-le.
           read itens-pedido next at end
               go imprime-itens-fim
           end-read
           if ite-pedido not = pedido-sort
               go imprime-itens-fim
           end-if
           if item-expedido or item-saldo-encerrado
               go imprime-itens-le
           end-if
           if ite-quantidade-expedida not < ite-quantidade
               go imprime-itens-le
           end-if

           compute ws-pendente-item =
                   ite-quantidade - ite-quantidade-expedida
           end-compute
           move ite-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao pro-unidade
           end-read
           move ite-produto      to 14-produto
           move pro-descricao    to 14-descricao
           move ws-pendente-item to 14-quantidade
           move pro-unidade      to 14-unidade
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           go imprime-itens-le.
       imprime-itens-fim.
           exit.
       imprime-total-veiculo.
           move ws-pedidos-veiculo to 15-pedidos
           move ws-peso-veiculo    to 15-peso
           move ws-valor-veiculo   to 15-valor
           move spaces             to 15-aviso
           if rot-capacidade(ws-veiculo) > zeros
              and ws-peso-veiculo > rot-capacidade(ws-veiculo)
               move "EXCEDE CAPACIDADE" to 15-aviso
           end-if
           write linha-relatorio from linha-05 at eop
               perform imprime-cabecalho
           end-write.
      * Congruencia de Zeller: 0=Sabado 1=Domingo 2=Segunda ...
       calcula-dia-semana.
           move ws-dia-romaneio to ws-zeller-q
           move ws-mes-romaneio to ws-zeller-m
           move ws-ano-romaneio to ws-zeller-a
           if ws-zeller-m < 3
               add 12 to ws-zeller-m
               subtract 1 from ws-zeller-a
           end-if

           divide ws-zeller-a by 100 giving ws-zeller-j
                                  remainder ws-zeller-k

           compute ws-zeller-t1 =
                   (13 * (ws-zeller-m + 1)) / 5
           end-compute
           divide ws-zeller-k by 4 giving ws-zeller-k4
           divide ws-zeller-j by 4 giving ws-zeller-j4
           compute ws-zeller-h = ws-zeller-q + ws-zeller-t1
                 + ws-zeller-k + ws-zeller-k4
                 + ws-zeller-j4 + (5 * ws-zeller-j)
           end-compute
           divide ws-zeller-h by 7 giving ws-zeller-div
                                remainder ws-dia-semana.

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Romaneio-Entregas.
