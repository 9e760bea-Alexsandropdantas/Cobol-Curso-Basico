       identification division.
       program-id. Afinidade-Produtos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Tarefas.txt".
       copy "C:\CursoCobol\Copylib\Select-Afinidades.txt".
       copy "C:\CursoCobol\Copylib\Select-Sugestoes.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-pares assign to disk.
           select arquivo-sort-ranking assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Tarefas.txt".
       copy "C:\CursoCobol\Copylib\FD-Afinidades.txt".
       copy "C:\CursoCobol\Copylib\FD-Sugestoes.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-pares.
       01 registro-sort-pares.
           03 produto-sort         pic 9(05).
           03 relacionado-sort     pic 9(05).
           03 valor-sort           pic 9(09)v99.
       sd arquivo-sort-ranking.
       01 registro-sort-ranking.
           03 pares-rank           pic 9(07).
           03 confianca-rank       pic 9(03)v99.
           03 produto-rank         pic 9(05).
           03 relacionado-rank     pic 9(05).
           03 suporte-rank         pic 9(03)v99.
           03 pedidos-produto-rank pic 9(07).

       working-storage section.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-tarefas           pic x(02) value spaces.
       01 estado-afinidades        pic x(02) value spaces.
       01 estado-sugestoes         pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 filler redefines ws-competencia.
          03 ws-comp-ano           pic 9(04).
          03 ws-comp-mes           pic 9(02).
       01 ws-pedido-aaaamm         pic 9(06) value zeros.
       01 ws-pedidos-mes           pic 9(07) value zeros.
       01 ws-regras-gravadas       pic 9(07) value zeros.
       01 ws-clientes-sugestao     pic 9(07) value zeros.
       01 ws-sugestoes-gravadas    pic 9(07) value zeros.
       01 ws-ofertas-abertas       pic 9(07) value zeros.
       01 ws-clientes-ocupados     pic 9(07) value zeros.
       01 ws-produto-anterior      pic 9(05) value zeros.
       01 ws-relacionado-anterior  pic 9(05) value zeros.
       01 ws-contagem-grupo        pic 9(07) value zeros.
       01 ws-valor-grupo           pic 9(13)v99 value zeros.
       01 ws-pedidos-produto       pic 9(07) value zeros.
       01 ws-confianca             pic 9(03)v99 value zeros.
       01 ws-indice                pic 9(03) value zeros.
       01 ws-indice-2              pic 9(03) value zeros.
       01 ws-indice-maior          pic 9(03) value zeros.
       01 ws-posicao               pic 9(02) value zeros.
       01 ws-achou                 pic x(01) value "N".
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".

      * Um par so vira regra com o minimo de pedidos em comum e a
      * confianca minima; cada cliente recebe ate cinco ofertas.
       01 ws-minimo-pares          pic 9(05) value 3.
       01 ws-confianca-minima      pic 9(03)v99 value 20,00.
       01 ws-maximo-sugestoes      pic 9(02) value 5.

      * Produtos distintos do pedido em leitura, com o valor da linha.
       01 ws-produtos-pedido       pic 9(03) value zeros.
       01 tabela-pedido.
          03 tpd-entrada occurs 100 times.
             05 tpd-produto        pic 9(05).
             05 tpd-valor          pic 9(09)v99.

      * Tudo o que o cliente ja pediu, em qualquer epoca.
       01 ws-produtos-cliente      pic 9(03) value zeros.
       01 tabela-cliente.
          03 tcl-produto           pic 9(05) occurs 500 times.

      * Produtos candidatos a oferta para o cliente em analise.
       01 ws-candidatos            pic 9(03) value zeros.
       01 tabela-candidatos.
          03 tcn-entrada occurs 200 times.
             05 tcn-produto        pic 9(05).
             05 tcn-origem         pic 9(05).
             05 tcn-confianca      pic 9(03)v99.
             05 tcn-valor-esperado pic 9(09)v99.
             05 tcn-usado          pic x(01).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(34)
                value "Afinidade de Produtos".
         03 filler                pic x(12) value "Competencia:".
         03 00-competencia        pic 9999/99bbb.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(41) value "QUEM COMPRA".
         03 filler                pic x(41) value "TAMBEM COMPRA".
         03 filler                pic x(11) value "PEDIDOS".
         03 filler                pic x(10) value "SUPORTE%".
         03 filler                pic x(10) value "CONFIANCA%".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-produto            pic zzzz9b.
         03 12-descricao          pic x(34)b.
         03 12-relacionado        pic zzzz9b.
         03 12-descricao-rel      pic x(34)b.
         03 12-pares              pic z.zzz.zz9bb.
         03 12-suporte            pic zz9,99bbbb.
         03 12-confianca          pic zz9,99.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "CLIENTE".
         03 filler                pic x(32) value "NOME".
         03 filler                pic x(06) value "VEND".
         03 filler                pic x(05) value "POS".
         03 filler                pic x(41) value "PRODUTO SUGERIDO".
         03 filler                pic x(12) value "CONFIANCA%".
         03 filler                pic x(15) value "VALOR ESPERADO".
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 14-cliente            pic zzzzz9bbb blank when zero.
         03 14-nome               pic x(30)bb.
         03 14-vendedor           pic zz9bbb blank when zero.
         03 14-posicao            pic z9bbb.
         03 14-produto            pic zzzz9b.
         03 14-descricao          pic x(34)b.
         03 14-confianca          pic zz9,99bbbbbb.
         03 14-valor-esperado     pic zzz.zzz.zz9,99.
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 15-titulo             pic x(30).
         03 15-quantidade         pic z.zzz.zz9.
       01 linha-06.
         03 filler                pic x(05) value spaces.
         03 16-titulo             pic x(60).

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

       abre-arquivo-io-tarefas section.
           open i-o tarefas
           if estado-tarefas not = "00"
           if estado-tarefas = "35" or "05"
               close tarefas
               open output tarefas
               close tarefas
               go abre-arquivo-io-tarefas
           else
               display "Arquivo Tarefas Com Problema Estado " at 2301
                           estado-tarefas
               accept resposta at 2380
               close pedidos itens-pedido produtos clientes
               goback
           end-if
           end-if.

       carrega-parametros section.
           move "AFINIDADE-MIN-PARES" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-minimo-pares
           end-if

           move "AFINIDADE-CONFIANCA" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-confianca-minima
           end-if
           cancel "Le-Parametro".

       pede-competencia section.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia
           if ws-comp-mes = 01
               subtract 1 from ws-comp-ano
               move 12 to ws-comp-mes
           else
               subtract 1 from ws-comp-mes
           end-if

           display erase at 0101
           display "Afinidade de Produtos e Ofertas" at 0101
           display "Competencia (AAAAMM): " at 0301
           display ws-competencia at 0323
           accept ws-competencia at 0323
           if ws-competencia = zeros
               close pedidos itens-pedido produtos clientes tarefas
               goback
           end-if
           if ws-comp-mes < 01 or ws-comp-mes > 12
               display "Competencia Invalida, verifique." at 2301
               accept resposta at 2380
               go pede-competencia
           end-if

           display "Pedidos em Comum (Minimo): " at 0501
                       ws-minimo-pares
           display "Confianca Minima (%)......: " at 0601
                       ws-confianca-minima
           display "Refaz as Regras e as Ofertas dos Vendedores? S/N"
                                      at 2301
           accept resposta at 2360
           if resposta not = "S" and "s"
               go pede-competencia
           end-if.

      * Cesta de cada pedido confirmado da competencia: para cada
      * produto conta em quantos pedidos ele saiu e em quantos saiu
      * junto com cada outro produto. Suporte e a fatia dos pedidos
      * do mes que tem o par; confianca de A para B e a fatia dos
      * pedidos com A que tambem levaram B.
       apura-afinidades section.
           display "Apurando Pares de Produtos..." at 2301
           move "Afinidade-Produtos" to ws-spool-programa
           move "Spool-Afinidade"    to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-competencia to 00-competencia
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-00

           open output afinidades
           move zeros to ws-pedidos-mes ws-regras-gravadas

           sort arquivo-sort-pares
               on ascending key produto-sort relacionado-sort
               input procedure  is carrega-pares
                              thru carrega-pares-fim
               output procedure is grava-afinidades
                              thru grava-afinidades-fim

           close afinidades
           go imprime-regras.
       carrega-pares.
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go carrega-pares-fim
           end-start.
       carrega-pares-le.
           read pedidos next at end
               go carrega-pares-fim
           end-read

           if not pedido-confirmado and not pedido-lancado
               go carrega-pares-le
           end-if

           move data-pedidos(5:4) to ws-pedido-aaaamm(1:4)
           move data-pedidos(3:2) to ws-pedido-aaaamm(5:2)
           if ws-pedido-aaaamm not = ws-competencia
               go carrega-pares-le
           end-if

           move zeros to ws-produtos-pedido
           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go carrega-pares-le
           end-start.
       carrega-pares-itens.
           read itens-pedido next at end
               go carrega-pares-libera
           end-read
           if ite-pedido not = numero-pedidos
               go carrega-pares-libera
           end-if

           move "N" to ws-achou
           move 1   to ws-indice
           perform procura-produto-pedido
               until ws-achou = "S"
                  or ws-indice > ws-produtos-pedido
           if ws-achou = "S"
               add ite-total to tpd-valor(ws-indice)
           else
               if ws-produtos-pedido < 100
                   add 1 to ws-produtos-pedido
                   move ite-produto to tpd-produto(ws-produtos-pedido)
                   move ite-total   to tpd-valor(ws-produtos-pedido)
               end-if
           end-if
           go carrega-pares-itens.
       carrega-pares-libera.
           if ws-produtos-pedido = zeros
               go carrega-pares-le
           end-if
           add 1 to ws-pedidos-mes
           perform libera-produto
               varying ws-indice from 1 by 1
               until ws-indice > ws-produtos-pedido
           go carrega-pares-le.
       carrega-pares-fim.
           exit.
       procura-produto-pedido.
           if tpd-produto(ws-indice) = ite-produto
               move "S" to ws-achou
           else
               add 1 to ws-indice
           end-if.
      * Relacionado zero e o registro do proprio produto; o par sai
      * nos dois sentidos para dar a confianca de cada lado.
       libera-produto.
           move tpd-produto(ws-indice) to produto-sort
           move zeros                  to relacionado-sort
           move tpd-valor(ws-indice)   to valor-sort
           release registro-sort-pares
           perform libera-par
               varying ws-indice-2 from 1 by 1
               until ws-indice-2 > ws-produtos-pedido.
       libera-par.
           if ws-indice-2 = ws-indice
               exit paragraph
           end-if
           move tpd-produto(ws-indice)   to produto-sort
           move tpd-produto(ws-indice-2) to relacionado-sort
           move zeros                    to valor-sort
           release registro-sort-pares.
       grava-afinidades.
           move "N" to situacao-quebra
           move zeros to ws-contagem-grupo ws-valor-grupo
                         ws-pedidos-produto.
       grava-afinidades-le.
           return arquivo-sort-pares at end
               go grava-afinidades-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move produto-sort     to ws-produto-anterior
               move relacionado-sort to ws-relacionado-anterior
           end-if
           if produto-sort not = ws-produto-anterior
               or relacionado-sort not = ws-relacionado-anterior
               perform fecha-grupo-par
               move produto-sort     to ws-produto-anterior
               move relacionado-sort to ws-relacionado-anterior
           end-if

           add 1          to ws-contagem-grupo
           add valor-sort to ws-valor-grupo
           go grava-afinidades-le.
       grava-afinidades-encerra.
           if not primeira-leitura
               perform fecha-grupo-par
           end-if.
       grava-afinidades-fim.
           exit.
       fecha-grupo-par.
           initialize registro-afinidades
           move ws-produto-anterior     to afn-produto
           move ws-relacionado-anterior to afn-relacionado
           move ws-competencia          to afn-competencia

           if ws-relacionado-anterior = zeros
               move ws-contagem-grupo to ws-pedidos-produto
               move ws-contagem-grupo to afn-pedidos-produto
                                         afn-pedidos-par
               compute afn-suporte rounded =
                       ws-contagem-grupo * 100 / ws-pedidos-mes
               end-compute
               compute afn-valor-medio rounded =
                       ws-valor-grupo / ws-contagem-grupo
               end-compute
               write registro-afinidades invalid key
                   continue
               end-write
           else
               compute ws-confianca rounded =
                       ws-contagem-grupo * 100 / ws-pedidos-produto
               end-compute
               if ws-contagem-grupo >= ws-minimo-pares
                   and ws-confianca >= ws-confianca-minima
                   move ws-pedidos-produto to afn-pedidos-produto
                   move ws-contagem-grupo  to afn-pedidos-par
                   move ws-confianca       to afn-confianca
                   compute afn-suporte rounded =
                           ws-contagem-grupo * 100 / ws-pedidos-mes
                   end-compute
                   write registro-afinidades invalid key
                       continue
                   end-write
                   add 1 to ws-regras-gravadas
               end-if
           end-if

           move zeros to ws-contagem-grupo ws-valor-grupo.

      * Regras do mes pela quantidade de pedidos em comum.
       imprime-regras section.
           write linha-relatorio from linha-01

           open input afinidades
           sort arquivo-sort-ranking
               on descending key pares-rank confianca-rank
               on ascending  key produto-rank relacionado-rank
               input procedure  is carrega-ranking
                              thru carrega-ranking-fim
               output procedure is imprime-ranking
                              thru imprime-ranking-fim

           move spaces to linha-relatorio
           write linha-relatorio
           move "Pedidos Analisados......:" to 15-titulo
           move ws-pedidos-mes              to 15-quantidade
           write linha-relatorio from linha-05
           move "Regras de Afinidade.....:" to 15-titulo
           move ws-regras-gravadas          to 15-quantidade
           write linha-relatorio from linha-05
           go gera-sugestoes.
       carrega-ranking.
           move zeros to afn-produto afn-relacionado
           start afinidades key is >= chave-afinidades invalid key
               go carrega-ranking-fim
           end-start.
       carrega-ranking-le.
           read afinidades next at end
               go carrega-ranking-fim
           end-read
           if afn-relacionado = zeros
               go carrega-ranking-le
           end-if

           move afn-pedidos-par     to pares-rank
           move afn-confianca       to confianca-rank
           move afn-produto         to produto-rank
           move afn-relacionado     to relacionado-rank
           move afn-suporte         to suporte-rank
           move afn-pedidos-produto to pedidos-produto-rank
           release registro-sort-ranking
           go carrega-ranking-le.
       carrega-ranking-fim.
           exit.
       imprime-ranking.
           return arquivo-sort-ranking at end
               go imprime-ranking-fim
           end-return

           move produto-rank to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read
           move pro-descricao to 12-descricao

           move relacionado-rank to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read
           move pro-descricao to 12-descricao-rel

           move produto-rank     to 12-produto
           move relacionado-rank to 12-relacionado
           move pares-rank       to 12-pares
           move suporte-rank     to 12-suporte
           move confianca-rank   to 12-confianca
           write linha-relatorio from linha-02 at eop
               write linha-relatorio from linha-00
               write linha-relatorio from linha-01
           end-write
           go imprime-ranking.
       imprime-ranking-fim.
           exit.

      * Para cada cliente, os produtos que as regras indicam a partir
      * do que ele ja compra e que ele nunca pediu. O valor esperado
      * e a confianca aplicada ao valor medio da linha do produto; as
      * melhores ofertas ficam no arquivo de sugestoes e a primeira
      * vira tarefa de oferta na fila do vendedor, sem tomar o lugar
      * de um acompanhamento ainda aberto.
       gera-sugestoes section.
           display "Gerando Ofertas por Cliente...  " at 2301
           open output sugestoes
           close sugestoes
           open i-o sugestoes

           move spaces to linha-relatorio
           write linha-relatorio
           move "Ofertas Sugeridas por Cliente" to 16-titulo
           write linha-relatorio from linha-06
           write linha-relatorio from linha-03

           move zeros to ws-clientes-sugestao ws-sugestoes-gravadas
                         ws-ofertas-abertas ws-clientes-ocupados
           accept ws-data-sistema from date yyyymmdd

           move zeros to codigo-clientes
           start clientes key is >= chave-clientes invalid key
               go gera-sugestoes-fim
           end-start.
       gera-sugestoes-le.
           read clientes next at end
               go gera-sugestoes-fim
           end-read
           if vendedor-clientes = zeros
               go gera-sugestoes-le
           end-if

           perform carrega-compras-cliente
               thru carrega-compras-cliente-fim
           if ws-produtos-cliente = zeros
               go gera-sugestoes-le
           end-if

           move zeros to ws-candidatos
           perform procura-candidatos
               varying ws-indice from 1 by 1
               until ws-indice > ws-produtos-cliente
           if ws-candidatos = zeros
               go gera-sugestoes-le
           end-if

           perform calcula-valor-esperado
               varying ws-indice from 1 by 1
               until ws-indice > ws-candidatos

           add 1 to ws-clientes-sugestao
           move zeros to ws-posicao
           perform grava-sugestao ws-maximo-sugestoes times
           go gera-sugestoes-le.
       gera-sugestoes-fim.
           close sugestoes afinidades

           move spaces to linha-relatorio
           write linha-relatorio
           move "Clientes com Oferta......:" to 15-titulo
           move ws-clientes-sugestao         to 15-quantidade
           write linha-relatorio from linha-05
           move "Sugestoes Gravadas.......:" to 15-titulo
           move ws-sugestoes-gravadas        to 15-quantidade
           write linha-relatorio from linha-05
           move "Tarefas de Oferta........:" to 15-titulo
           move ws-ofertas-abertas           to 15-quantidade
           write linha-relatorio from linha-05
           move "Com Acompanhamento Aberto:" to 15-titulo
           move ws-clientes-ocupados         to 15-quantidade
           write linha-relatorio from linha-05
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Regras Gravadas...: " at 1901 ws-regras-gravadas
           display "Clientes c/ Oferta: " at 2001 ws-clientes-sugestao
           display "Tarefas de Oferta.: " at 2101 ws-ofertas-abertas
           display "Analise de Afinidade Gerada. Enter" at 2301
           accept resposta at 2380
           go pede-competencia.
       carrega-compras-cliente.
           move zeros to ws-produtos-cliente
           move codigo-clientes to cliente-pedidos
           start pedidos key is = cliente-pedidos invalid key
               go carrega-compras-cliente-fim
           end-start.
       carrega-compras-le.
           read pedidos next at end
               go carrega-compras-cliente-fim
           end-read
           if cliente-pedidos not = codigo-clientes
               go carrega-compras-cliente-fim
           end-if
           if pedido-cancelado
               go carrega-compras-le
           end-if

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go carrega-compras-le
           end-start.
       carrega-compras-itens.
           read itens-pedido next at end
               go carrega-compras-le
           end-read
           if ite-pedido not = numero-pedidos
               go carrega-compras-le
           end-if

           move "N" to ws-achou
           move 1   to ws-indice
           perform procura-produto-cliente
               until ws-achou = "S"
                  or ws-indice > ws-produtos-cliente
           if ws-achou = "N" and ws-produtos-cliente < 500
               add 1 to ws-produtos-cliente
               move ite-produto to tcl-produto(ws-produtos-cliente)
           end-if
           go carrega-compras-itens.
       carrega-compras-cliente-fim.
           exit.
       procura-produto-cliente.
           if tcl-produto(ws-indice) = ite-produto
               move "S" to ws-achou
           else
               add 1 to ws-indice
           end-if.
       procura-candidatos.
           move tcl-produto(ws-indice) to afn-produto
           move 1                      to afn-relacionado
           start afinidades key is >= chave-afinidades invalid key
               exit paragraph
           end-start
           perform le-regra-produto until estado-afinidades not = "00".
       le-regra-produto.
           read afinidades next at end
               exit paragraph
           end-read
           if afn-produto not = tcl-produto(ws-indice)
               move "10" to estado-afinidades
               exit paragraph
           end-if

      * Produto que o cliente ja pediu alguma vez nao e oferta.
           move "N" to ws-achou
           perform testa-ja-comprado
               varying ws-indice-2 from 1 by 1
               until ws-indice-2 > ws-produtos-cliente
           if ws-achou = "S"
               exit paragraph
           end-if

      * O mesmo candidato vindo de dois produtos fica com a maior
      * confianca.
           perform testa-candidato
               varying ws-indice-2 from 1 by 1
               until ws-indice-2 > ws-candidatos
           if ws-achou = "S"
               exit paragraph
           end-if
           if ws-candidatos < 200
               add 1 to ws-candidatos
               move afn-relacionado to tcn-produto(ws-candidatos)
               move afn-produto     to tcn-origem(ws-candidatos)
               move afn-confianca   to tcn-confianca(ws-candidatos)
               move zeros        to tcn-valor-esperado(ws-candidatos)
               move "N"             to tcn-usado(ws-candidatos)
           end-if.
       testa-ja-comprado.
           if tcl-produto(ws-indice-2) = afn-relacionado
               move "S" to ws-achou
           end-if.
       testa-candidato.
           if ws-achou = "S"
               exit paragraph
           end-if
           if tcn-produto(ws-indice-2) = afn-relacionado
               move "S" to ws-achou
               if afn-confianca > tcn-confianca(ws-indice-2)
                   move afn-confianca to tcn-confianca(ws-indice-2)
                   move afn-produto   to tcn-origem(ws-indice-2)
               end-if
           end-if.
       calcula-valor-esperado.
           move tcn-produto(ws-indice) to afn-produto
           move zeros                  to afn-relacionado
           read afinidades invalid key
               move zeros to afn-valor-medio
           end-read
           compute tcn-valor-esperado(ws-indice) rounded =
                   afn-valor-medio * tcn-confianca(ws-indice) / 100
           end-compute.
      * Escolhe o candidato de maior valor esperado ainda nao usado.
       grava-sugestao.
           move zeros to ws-indice-maior
           perform escolhe-maior
               varying ws-indice from 1 by 1
               until ws-indice > ws-candidatos
           if ws-indice-maior = zeros
               exit paragraph
           end-if
           move "S" to tcn-usado(ws-indice-maior)
           add 1 to ws-posicao

           initialize registro-sugestoes
           move codigo-clientes   to sug-cliente
           move ws-posicao        to sug-posicao
           move vendedor-clientes to sug-vendedor
           move tcn-produto(ws-indice-maior)  to sug-produto
           move tcn-origem(ws-indice-maior)   to sug-produto-origem
           move tcn-confianca(ws-indice-maior) to sug-confianca
           move tcn-valor-esperado(ws-indice-maior)
                                  to sug-valor-esperado
           move ws-competencia    to sug-competencia
           write registro-sugestoes invalid key
               continue
           end-write
           add 1 to ws-sugestoes-gravadas

           move sug-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read

           if ws-posicao = 1
               move nome-clientes     to 14-nome
               move codigo-clientes   to 14-cliente
               move vendedor-clientes to 14-vendedor
               perform abre-tarefa-oferta thru abre-tarefa-oferta-fim
           else
               move spaces to 14-nome
               move zeros  to 14-cliente 14-vendedor
           end-if
           move ws-posicao         to 14-posicao
           move sug-produto        to 14-produto
           move pro-descricao      to 14-descricao
           move sug-confianca      to 14-confianca
           move sug-valor-esperado to 14-valor-esperado
           write linha-relatorio from linha-04 at eop
               write linha-relatorio from linha-00
               write linha-relatorio from linha-03
           end-write.
       escolhe-maior.
           if tcn-usado(ws-indice) = "S"
               exit paragraph
           end-if
           if ws-indice-maior = zeros
               move ws-indice to ws-indice-maior
               exit paragraph
           end-if
           if tcn-valor-esperado(ws-indice) >
                   tcn-valor-esperado(ws-indice-maior)
               move ws-indice to ws-indice-maior
           end-if.
       abre-tarefa-oferta.
           move codigo-clientes to tar-cliente
           read tarefas invalid key
               continue
           not invalid key
               if tarefa-aberta and not tarefa-oferta
                   add 1 to ws-clientes-ocupados
                   go abre-tarefa-oferta-fim
               end-if
           end-read

           move codigo-clientes    to tar-cliente
           move vendedor-clientes  to tar-vendedor
           move ws-data-sistema    to tar-data-abertura
           move "A"                to tar-status
           move spaces             to tar-resultado
           move zeros              to tar-data-fechamento
           move "O"                to tar-tipo
           move sug-produto        to tar-produto
           move sug-valor-esperado to tar-valor-esperado
           move pro-descricao      to tar-descricao

           write registro-tarefas invalid key
               rewrite registro-tarefas invalid key
                   continue
               end-rewrite
           end-write
           add 1 to ws-ofertas-abertas.
       abre-tarefa-oferta-fim.
           exit.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Afinidade-Produtos.
