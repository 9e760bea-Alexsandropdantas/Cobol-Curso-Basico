       identification division.
       program-id. Relatorio-Campanhas.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-campanha assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-campanha.
       01 registro-sort-campanha.
           03 quebra-sort          pic 9(01).
           03 chave-sort           pic 9(05).
           03 periodo-sort         pic x(01).
           03 quantidade-sort      pic 9(07)v99.
           03 receita-sort         pic 9(11)v99.

       working-storage section.
       01 estado-campanhas         pic x(02) value spaces.
       01 estado-itens-campanha    pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-campanha              pic 9(04) value zeros.
       01 ws-dia-inicio            pic 9(07) value zeros.
       01 ws-dia-fim               pic 9(07) value zeros.
       01 ws-dia-antes             pic 9(07) value zeros.
       01 ws-dia-pedido            pic 9(07) value zeros.
       01 ws-duracao               pic 9(05) value zeros.
       01 ws-dias-recuados         pic 9(05) value zeros.
       01 ws-periodo-pedido        pic x(01) value spaces.
          88 pedido-antes          value "A".
          88 pedido-durante        value "D".
       01 ws-conv-data             pic 9(08) value zeros.
       01 filler redefines ws-conv-data.
          03 ws-conv-ano           pic 9(04).
          03 ws-conv-mes           pic 9(02).
          03 ws-conv-dia           pic 9(02).
       01 ws-conv-dias             pic 9(07) value zeros.
       01 ws-conv-anos             pic 9(04) value zeros.
       01 ws-conv-trab             pic 9(04) value zeros.
       01 ws-conv-resto            pic 9(04) value zeros.
       01 ws-conv-bissexto         pic x(01) value "N".
          88 conv-ano-bissexto     value "S".
       01 ws-total-produtos        pic 9(03) value zeros.
       01 ws-total-familias        pic 9(03) value zeros.
       01 ws-indice                pic 9(03) value zeros.
       01 ws-achou                 pic x(01) value "N".
          88 item-da-campanha      value "S".
       01 tabela-produtos-campanha.
          03 tpc-produto           pic 9(05) occurs 200 times.
       01 tabela-familias-campanha.
          03 tfc-familia           pic 9(03) occurs 100 times.
       01 ws-chave-anterior        pic 9(05) value zeros.
       01 ws-quebra-anterior       pic 9(01) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 totais-chave.
          03 tk-qtd-antes          pic 9(09)v99 value zeros.
          03 tk-qtd-durante        pic 9(09)v99 value zeros.
          03 tk-rec-antes          pic 9(13)v99 value zeros.
          03 tk-rec-durante        pic 9(13)v99 value zeros.
       01 totais-quebra.
          03 tq-qtd-antes          pic 9(09)v99 value zeros.
          03 tq-qtd-durante        pic 9(09)v99 value zeros.
          03 tq-rec-antes          pic 9(13)v99 value zeros.
          03 tq-rec-durante        pic 9(13)v99 value zeros.
       01 ws-variacao              pic s9(05)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(34)
                value "Resultado de Campanha Promocional".
         03 filler                pic x(10) value "Campanha:".
         03 00-campanha           pic zzz9bb.
         03 00-descricao          pic x(42).
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(10) value "Periodo:".
         03 01-inicio             pic 9(08).
         03 filler                pic x(03) value " a ".
         03 01-fim                pic 9(08).
         03 filler                pic x(14) value "   Comparado:".
         03 01-antes-inicio       pic 9(08).
         03 filler                pic x(03) value " a ".
         03 01-antes-fim          pic 9(08).
         03 filler                pic x(06) value "   UF:".
         03 01-uf                 pic x(04).
         03 filler                pic x(08) value "Filial:".
         03 01-filial             pic z9.
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 02-titulo             pic x(38).
         03 filler                pic x(14) value "QTD ANTES".
         03 filler                pic x(14) value "QTD CAMPANHA".
         03 filler                pic x(19) value "RECEITA ANTES".
         03 filler                pic x(19) value "RECEITA CAMPANHA".
         03 filler                pic x(08) value "VAR REC%".
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 03-codigo             pic zzzz9bb.
         03 03-nome               pic x(31).
         03 03-qtd-antes          pic z.zzz.zz9,99bb.
         03 03-qtd-durante        pic z.zzz.zz9,99bb.
         03 03-rec-antes          pic zzz.zzz.zzz.zz9,99b.
         03 03-rec-durante        pic zzz.zzz.zzz.zz9,99b.
         03 03-variacao           pic -zzz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input campanhas
           if estado-campanhas not = "00"
               display "Arquivo Campanhas Com Problema Estado " at 2301
                           estado-campanhas
               accept resposta at 2380
               goback
           end-if
           open input itens-campanha pedidos itens-pedido
           if estado-pedidos not = "00"
               display "Arquivo Pedidos Com Problema Estado " at 2301
                           estado-pedidos
               accept resposta at 2380
               close campanhas itens-campanha pedidos itens-pedido
               goback
           end-if
           open input produtos clientes vendedores.

       pede-campanha section.
           display erase at 0101
           display "Resultado de Campanha Promocional" at 0101
           display "Campanha (0=Sai): " at 0301
           move zeros to ws-campanha
           accept ws-campanha at 0319
           if ws-campanha = zeros
               close campanhas itens-campanha pedidos itens-pedido
                     produtos clientes vendedores
               goback
           end-if
           move ws-campanha to cmp-codigo
           read campanhas invalid key
               display "Campanha Nao Cadastrada, verifique." at 2301
               accept resposta at 2380
               go pede-campanha
           end-read
           display cmp-descricao at 0325

           perform carrega-itens-campanha
               thru carrega-itens-campanha-fim
           if ws-total-produtos = zeros and ws-total-familias = zeros
               display "Campanha Sem Itens, verifique." at 2301
               accept resposta at 2380
               go pede-campanha
           end-if.

      * O periodo de comparacao tem a mesma duracao da campanha e
      * termina na vespera do inicio dela. Vale a mesma regiao (UF e
      * filial) da campanha; pedidos cancelados ficam fora. Entram
      * todos os itens dos produtos da campanha, com ou sem o preco
      * promocional, para medir o efeito sobre o volume.
       gera-relatorio section.
           move cmp-data-inicio to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dia-inicio
           move cmp-data-fim to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dia-fim
           compute ws-duracao = ws-dia-fim - ws-dia-inicio + 1
           end-compute
           compute ws-dia-antes = ws-dia-inicio - ws-duracao
           end-compute

           move "Relatorio-Campanhas"  to ws-spool-programa
           move "Spool-Campanhas"      to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move cmp-codigo      to 00-campanha
           move cmp-descricao   to 00-descricao
           move cmp-data-inicio to 01-inicio
           move cmp-data-fim    to 01-fim
           move cmp-uf          to 01-uf
           if cmp-uf = spaces
               move "Tds" to 01-uf
           end-if
           move cmp-filial      to 01-filial
           perform data-do-dia-antes

           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01

           sort arquivo-sort-campanha
               on ascending key quebra-sort chave-sort
               input procedure  is carrega-vendas
                              thru carrega-vendas-fim
               output procedure is imprime-vendas
                              thru imprime-vendas-fim

           move spaces to linha-relatorio
           write linha-relatorio
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio da Campanha Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-campanha.

       carrega-itens-campanha.
           move zeros to ws-total-produtos ws-total-familias
           move ws-campanha to ica-campanha
           move zeros       to ica-sequencia
           start itens-campanha key is >= chave-itens-campanha
               invalid key
               go carrega-itens-campanha-fim
           end-start.
       carrega-itens-campanha-le.
           read itens-campanha next at end
               go carrega-itens-campanha-fim
           end-read
           if ica-campanha not = ws-campanha
               go carrega-itens-campanha-fim
           end-if
           if ica-produto not = zeros
               and ws-total-produtos < 200
               add 1 to ws-total-produtos
               move ica-produto to tpc-produto(ws-total-produtos)
           end-if
           if ica-produto = zeros and ica-familia not = zeros
               and ws-total-familias < 100
               add 1 to ws-total-familias
               move ica-familia to tfc-familia(ws-total-familias)
           end-if
           go carrega-itens-campanha-le.
       carrega-itens-campanha-fim.
           exit.

      * Cada item vendido entra duas vezes: uma na quebra por
      * produto e outra na quebra por vendedor.
       carrega-vendas.
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go carrega-vendas-fim
           end-start.
       carrega-vendas-le.
           read pedidos next at end
               go carrega-vendas-fim
           end-read
           if pedido-cancelado
               go carrega-vendas-le
           end-if
           if cmp-filial not = zeros
               and filial-pedidos not = cmp-filial
               go carrega-vendas-le
           end-if

           move data-pedidos(5:4) to ws-conv-data(1:4)
           move data-pedidos(3:2) to ws-conv-data(5:2)
           move data-pedidos(1:2) to ws-conv-data(7:2)
           perform converte-data-dias
           move ws-conv-dias to ws-dia-pedido
           evaluate true
               when ws-dia-pedido >= ws-dia-inicio
                and ws-dia-pedido <= ws-dia-fim
                   move "D" to ws-periodo-pedido
               when ws-dia-pedido >= ws-dia-antes
                and ws-dia-pedido <  ws-dia-inicio
                   move "A" to ws-periodo-pedido
               when other
                   go carrega-vendas-le
           end-evaluate

           if cmp-uf not = spaces
               move cliente-pedidos to codigo-clientes
               read clientes invalid key
                   go carrega-vendas-le
               end-read
               if uf-clientes not = cmp-uf
                   go carrega-vendas-le
               end-if
           end-if

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go carrega-vendas-le
           end-start.
       carrega-vendas-itens.
           read itens-pedido next at end
               go carrega-vendas-le
           end-read
           if ite-pedido not = numero-pedidos
               go carrega-vendas-le
           end-if

           perform verifica-item-campanha
           if not item-da-campanha
               go carrega-vendas-itens
           end-if

           move ws-periodo-pedido to periodo-sort
           move ite-quantidade    to quantidade-sort
           move ite-total         to receita-sort
           move 1                 to quebra-sort
           move ite-produto       to chave-sort
           release registro-sort-campanha
           move 2                 to quebra-sort
           move vendedor-pedidos  to chave-sort
           release registro-sort-campanha
           go carrega-vendas-itens.
       carrega-vendas-fim.
           exit.

       verifica-item-campanha.
           move "N" to ws-achou
           move 1   to ws-indice
           perform procura-produto-campanha
               until item-da-campanha
                  or ws-indice > ws-total-produtos
           if item-da-campanha or ws-total-familias = zeros
               exit paragraph
           end-if

           move ite-produto to pro-codigo
           read produtos invalid key
               exit paragraph
           end-read
           move 1 to ws-indice
           perform procura-familia-campanha
               until item-da-campanha
                  or ws-indice > ws-total-familias.
       procura-produto-campanha.
           if tpc-produto(ws-indice) = ite-produto
               move "S" to ws-achou
           else
               add 1 to ws-indice
           end-if.
       procura-familia-campanha.
           if tfc-familia(ws-indice) = pro-familia
               move "S" to ws-achou
           else
               add 1 to ws-indice
           end-if.

       imprime-vendas.
           move "N" to situacao-quebra
           initialize totais-chave totais-quebra.
       imprime-vendas-le.
           return arquivo-sort-campanha at end
               go imprime-vendas-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move quebra-sort to ws-quebra-anterior
               move chave-sort  to ws-chave-anterior
               perform imprime-titulo-quebra
           end-if

           if quebra-sort not = ws-quebra-anterior
               perform imprime-chave
               perform imprime-total-quebra
               move quebra-sort to ws-quebra-anterior
               move chave-sort  to ws-chave-anterior
               perform imprime-titulo-quebra
           end-if

           if chave-sort not = ws-chave-anterior
               perform imprime-chave
               move chave-sort to ws-chave-anterior
           end-if

           if periodo-sort = "D"
               add quantidade-sort to tk-qtd-durante
               add receita-sort    to tk-rec-durante
           else
               add quantidade-sort to tk-qtd-antes
               add receita-sort    to tk-rec-antes
           end-if
           go imprime-vendas-le.
       imprime-vendas-encerra.
           if primeira-leitura
               move "Nenhuma Venda nos Dois Periodos"
                                   to linha-relatorio
               write linha-relatorio
               go imprime-vendas-fim
           end-if
           perform imprime-chave
           perform imprime-total-quebra.
       imprime-vendas-fim.
           exit.
       imprime-titulo-quebra.
           if ws-quebra-anterior = 1
               move "PRODUTO"  to 02-titulo
           else
               move "VENDEDOR" to 02-titulo
           end-if
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-02.
       imprime-chave.
           move ws-chave-anterior to 03-codigo
           if ws-quebra-anterior = 1
               move ws-chave-anterior to pro-codigo
               read produtos invalid key
                   move "Produto Nao Cadastrado" to pro-descricao
               end-read
               move pro-descricao to 03-nome
           else
               move ws-chave-anterior to codigo-vendedores
               read vendedores invalid key
                   move "Vendedor Nao Cadastrado" to nome-vendedores
               end-read
               move nome-vendedores to 03-nome
           end-if
           perform monta-linha-campanha
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add tk-qtd-antes   to tq-qtd-antes
           add tk-qtd-durante to tq-qtd-durante
           add tk-rec-antes   to tq-rec-antes
           add tk-rec-durante to tq-rec-durante
           initialize totais-chave.
       imprime-total-quebra.
           move zeros   to 03-codigo
           move "Total" to 03-nome
           move totais-quebra to totais-chave
           perform monta-linha-campanha
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write
           initialize totais-chave totais-quebra.
       monta-linha-campanha.
           move zeros to ws-variacao
           if tk-rec-antes > zeros
               compute ws-variacao rounded =
                       (tk-rec-durante - tk-rec-antes) * 100
                     / tk-rec-antes
                   on size error
                       move 99999,99 to ws-variacao
               end-compute
           end-if
           move tk-qtd-antes   to 03-qtd-antes
           move tk-qtd-durante to 03-qtd-durante
           move tk-rec-antes   to 03-rec-antes
           move tk-rec-durante to 03-rec-durante
           move ws-variacao    to 03-variacao.

      * Dias corridos desde o inicio da era, para medir periodos que
      * atravessam meses e anos.
       converte-data-dias.
           subtract 1 from ws-conv-ano giving ws-conv-anos
           compute ws-conv-dias = ws-conv-anos * 365
           end-compute
           divide ws-conv-anos by 4   giving ws-conv-trab
           add ws-conv-trab to ws-conv-dias
           divide ws-conv-anos by 100 giving ws-conv-trab
           subtract ws-conv-trab from ws-conv-dias
           divide ws-conv-anos by 400 giving ws-conv-trab
           add ws-conv-trab to ws-conv-dias

           evaluate ws-conv-mes
               when 01 move 000 to ws-conv-trab
               when 02 move 031 to ws-conv-trab
               when 03 move 059 to ws-conv-trab
               when 04 move 090 to ws-conv-trab
               when 05 move 120 to ws-conv-trab
               when 06 move 151 to ws-conv-trab
               when 07 move 181 to ws-conv-trab
               when 08 move 212 to ws-conv-trab
               when 09 move 243 to ws-conv-trab
               when 10 move 273 to ws-conv-trab
               when 11 move 304 to ws-conv-trab
               when other move 334 to ws-conv-trab
           end-evaluate
           add ws-conv-trab to ws-conv-dias
           add ws-conv-dia  to ws-conv-dias

           perform verifica-ano-bissexto
           if conv-ano-bissexto and ws-conv-mes > 02
               add 1 to ws-conv-dias
           end-if.
       verifica-ano-bissexto.
           move "N" to ws-conv-bissexto
           divide ws-conv-ano by 4 giving ws-conv-trab
                           remainder ws-conv-resto
           if ws-conv-resto = zeros
               move "S" to ws-conv-bissexto
               divide ws-conv-ano by 100 giving ws-conv-trab
                               remainder ws-conv-resto
               if ws-conv-resto = zeros
                   divide ws-conv-ano by 400 giving ws-conv-trab
                                   remainder ws-conv-resto
                   if ws-conv-resto not = zeros
                       move "N" to ws-conv-bissexto
                   end-if
               end-if
           end-if.
      * Datas do periodo de comparacao para o cabecalho: recua dia a
      * dia a partir do inicio da campanha.
       data-do-dia-antes.
           move cmp-data-inicio to ws-conv-data
           perform recua-um-dia
           move ws-conv-data to 01-antes-fim
           move 1 to ws-dias-recuados
           perform recua-um-dia
               until ws-dias-recuados >= ws-duracao
           move ws-conv-data to 01-antes-inicio.
       recua-um-dia.
           if ws-conv-dia > 01
               subtract 1 from ws-conv-dia
           else
               if ws-conv-mes > 01
                   subtract 1 from ws-conv-mes
               else
                   move 12 to ws-conv-mes
                   subtract 1 from ws-conv-ano
               end-if
               perform verifica-ano-bissexto
               evaluate ws-conv-mes
                   when 02
                       if conv-ano-bissexto
                           move 29 to ws-conv-dia
                       else
                           move 28 to ws-conv-dia
                       end-if
                   when 04
                   when 06
                   when 09
                   when 11
                       move 30 to ws-conv-dia
                   when other
                       move 31 to ws-conv-dia
               end-evaluate
           end-if
           add 1 to ws-dias-recuados.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Campanhas.
