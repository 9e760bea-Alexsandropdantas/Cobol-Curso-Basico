       identification division.
       program-id. Relatorio-Mix-Vendas.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Familias.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-mix assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Familias.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-mix.
       01 registro-sort-mix.
           03 quebra-sort          pic 9(01).
           03 codigo-sort          pic x(03).
           03 familia-sort         pic 9(03).
           03 qtd-atual-sort       pic 9(07)v99.
           03 valor-atual-sort     pic 9(11)v99.
           03 qtd-anterior-sort    pic 9(07)v99.
           03 valor-anterior-sort  pic 9(11)v99.

       working-storage section.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-familias          pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-competencia-anterior  pic 9(06) value zeros.
       01 ws-pedido-aaaamm         pic 9(06) value zeros.
       01 situacao-periodo         pic x(01) value spaces.
          88 periodo-atual         value "A".
          88 periodo-anterior      value "P".
       01 ws-valor-item            pic 9(11)v99 value zeros.
       01 ws-uf-cliente            pic x(02) value spaces.
       01 ws-vendedor-edit         pic 9(03) value zeros.
       01 ws-filial-edit           pic 9(02) value zeros.
       01 ws-quebra-anterior       pic 9(01) value zeros.
       01 ws-codigo-anterior       pic x(03) value spaces.
       01 ws-indice-fam            pic 9(04) value zeros.
       01 ws-total-fams            pic 9(04) value zeros.
       01 tabela-mix.
          03 entrada-mix occurs 1000 times.
             05 tmx-familia        pic 9(03).
             05 tmx-qtd-atual      pic 9(09)v99.
             05 tmx-valor-atual    pic 9(13)v99.
             05 tmx-qtd-anterior   pic 9(09)v99.
             05 tmx-valor-anterior pic 9(13)v99.
       01 ws-grupo-qtd-atual       pic 9(09)v99 value zeros.
       01 ws-grupo-valor-atual     pic 9(13)v99 value zeros.
       01 ws-grupo-qtd-anterior    pic 9(09)v99 value zeros.
       01 ws-grupo-valor-anterior  pic 9(13)v99 value zeros.
       01 ws-participacao          pic 9(03)v99 value zeros.
       01 ws-variacao              pic s9(05)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(30)
                value "Mix de Vendas por Familia".
         03 filler                pic x(12) value "Competencia:".
         03 00-competencia        pic 9(06).
         03 filler                pic x(11) value "  Anterior:".
         03 00-anterior           pic 9(06).
         03 filler                pic x(02) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(05) value "FAM".
         03 filler                pic x(22) value "DESCRICAO".
         03 filler                pic x(13) value "QTD ATUAL".
         03 filler                pic x(18) value "VALOR ATUAL".
         03 filler                pic x(08) value "PART%".
         03 filler                pic x(13) value "QTD ANTER".
         03 filler                pic x(18) value "VALOR ANTERIOR".
         03 filler                pic x(08) value "PART%".
         03 filler                pic x(08) value "VAR%".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-quebra             pic x(10).
         03 12-codigo             pic x(05).
         03 12-nome               pic x(40).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-familia            pic zz9bb.
         03 13-descricao          pic x(20)bb.
         03 13-qtd-atual          pic zzz.zz9,99bbb.
         03 13-valor-atual        pic zz.zzz.zzz.zz9,99b.
         03 13-part-atual         pic zz9,99bb.
         03 13-qtd-anterior       pic zzz.zz9,99bbb.
         03 13-valor-anterior     pic zz.zzz.zzz.zz9,99b.
         03 13-part-anterior      pic zz9,99bb.
         03 13-variacao           pic -zzz9,99.
       01 linha-04.
         03 filler                pic x(10) value spaces.
         03 filler                pic x(22) value "Total".
         03 14-qtd-atual          pic zzz.zz9,99bbb.
         03 14-valor-atual        pic zz.zzz.zzz.zz9,99b.
         03 filler                pic x(08) value spaces.
         03 14-qtd-anterior       pic zzz.zz9,99bbb.
         03 14-valor-anterior     pic zz.zzz.zzz.zz9,99b.
         03 filler                pic x(08) value spaces.
         03 14-variacao           pic -zzz9,99.

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

           open input produtos familias clientes vendedores filiais.

       pede-competencia section.
           display erase at 0101
           display "Mix de Vendas por Familia" at 0101
           display "Competencia (AAAAMM): " at 0301
           move zeros to ws-competencia
           accept ws-competencia at 0323
           if ws-competencia = zeros
               close pedidos itens-pedido produtos familias clientes
                     vendedores filiais
               goback
           end-if
           compute ws-competencia-anterior = ws-competencia - 100
           end-compute.

      * Itens de pedidos confirmados e lancados, pelo valor liquido
      * do desconto do pedido. Cada item entra no total geral e nas
      * quebras por vendedor, filial e UF do cliente, na coluna da
      * competencia pedida ou na do mesmo mes do ano anterior.
       gera-relatorio section.
           move "Relatorio-Mix-Vendas" to ws-spool-programa
           move "Spool-MixVendas"      to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-competencia          to 00-competencia
           move ws-competencia-anterior to 00-anterior

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-mix
               on ascending key quebra-sort codigo-sort familia-sort
               input procedure  is carrega-mix
                              thru carrega-mix-fim
               output procedure is imprime-mix
                              thru imprime-mix-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Mix de Vendas Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-competencia.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-mix.
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go carrega-mix-fim
           end-start.
       carrega-mix-le.
           read pedidos next at end
               go carrega-mix-fim
           end-read

           if not pedido-confirmado and not pedido-lancado
               go carrega-mix-le
           end-if

           move data-pedidos(5:4) to ws-pedido-aaaamm(1:4)
           move data-pedidos(3:2) to ws-pedido-aaaamm(5:2)
           move spaces to situacao-periodo
           if ws-pedido-aaaamm = ws-competencia
               move "A" to situacao-periodo
           end-if
           if ws-pedido-aaaamm = ws-competencia-anterior
               move "P" to situacao-periodo
           end-if
           if situacao-periodo = spaces
               go carrega-mix-le
           end-if

           move cliente-pedidos to codigo-clientes
           read clientes invalid key
               move spaces to uf-clientes
           end-read
           move uf-clientes to ws-uf-cliente

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go carrega-mix-le
           end-start.
       carrega-mix-itens.
           read itens-pedido next at end
               go carrega-mix-le
           end-read
           if ite-pedido not = numero-pedidos
               go carrega-mix-le
           end-if

           move ite-produto to pro-codigo
           read produtos invalid key
               move zeros to pro-familia
           end-read

           compute ws-valor-item rounded =
                   ite-total - ite-total * desconto-pedidos / 100
           end-compute

           move zeros to qtd-atual-sort valor-atual-sort
                         qtd-anterior-sort valor-anterior-sort
           if periodo-atual
               move ite-quantidade to qtd-atual-sort
               move ws-valor-item  to valor-atual-sort
           else
               move ite-quantidade to qtd-anterior-sort
               move ws-valor-item  to valor-anterior-sort
           end-if
           move pro-familia to familia-sort

           move 1      to quebra-sort
           move spaces to codigo-sort
           release registro-sort-mix

           move 2                to quebra-sort
           move vendedor-pedidos to ws-vendedor-edit
           move ws-vendedor-edit to codigo-sort
           release registro-sort-mix

           move 3                to quebra-sort
           move filial-pedidos   to ws-filial-edit
           move ws-filial-edit   to codigo-sort
           release registro-sort-mix

           move 4                to quebra-sort
           move ws-uf-cliente    to codigo-sort
           release registro-sort-mix

           go carrega-mix-itens.
       carrega-mix-fim.
           exit.
       imprime-mix.
           move zeros  to ws-quebra-anterior ws-total-fams
           move spaces to ws-codigo-anterior.
       imprime-mix-le.
           return arquivo-sort-mix at end
               go imprime-mix-encerra
           end-return

           if quebra-sort not = ws-quebra-anterior
              or codigo-sort not = ws-codigo-anterior
               perform imprime-grupo
               move quebra-sort to ws-quebra-anterior
               move codigo-sort to ws-codigo-anterior
           end-if

           if ws-total-fams = zeros
               perform nova-familia-mix
           else
               if tmx-familia(ws-total-fams) not = familia-sort
                   perform nova-familia-mix
               end-if
           end-if

           add qtd-atual-sort      to tmx-qtd-atual(ws-total-fams)
           add valor-atual-sort    to tmx-valor-atual(ws-total-fams)
           add qtd-anterior-sort   to tmx-qtd-anterior(ws-total-fams)
           add valor-anterior-sort
                               to tmx-valor-anterior(ws-total-fams)
           add qtd-atual-sort      to ws-grupo-qtd-atual
           add valor-atual-sort    to ws-grupo-valor-atual
           add qtd-anterior-sort   to ws-grupo-qtd-anterior
           add valor-anterior-sort to ws-grupo-valor-anterior
           go imprime-mix-le.
       imprime-mix-encerra.
           perform imprime-grupo.
       imprime-mix-fim.
           exit.
       nova-familia-mix.
           add 1 to ws-total-fams
           move familia-sort to tmx-familia(ws-total-fams)
           move zeros to tmx-qtd-atual(ws-total-fams)
                         tmx-valor-atual(ws-total-fams)
                         tmx-qtd-anterior(ws-total-fams)
                         tmx-valor-anterior(ws-total-fams).
      * A participacao de cada familia so e conhecida com o grupo
      * inteiro acumulado: as linhas ficam na tabela ate a quebra.
       imprime-grupo.
           if ws-total-fams = zeros
               exit paragraph
           end-if

           move ws-codigo-anterior to 12-codigo
           evaluate ws-quebra-anterior
               when 1
                   move "Geral"    to 12-quebra
                   move spaces     to 12-codigo 12-nome
               when 2
                   move "Vendedor" to 12-quebra
                   move ws-codigo-anterior to ws-vendedor-edit
                   move ws-vendedor-edit   to codigo-vendedores
                   read vendedores invalid key
                       move spaces to nome-vendedores
                   end-read
                   move nome-vendedores to 12-nome
               when 3
                   move "Filial"   to 12-quebra
                   move ws-codigo-anterior(1:2) to ws-filial-edit
                   move ws-filial-edit          to fil-codigo
                   read filiais invalid key
                       move spaces to fil-nome
                   end-read
                   move fil-nome to 12-nome
               when other
                   move "UF"       to 12-quebra
                   move spaces     to 12-nome
           end-evaluate
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write

           perform imprime-familia-mix
               varying ws-indice-fam from 1 by 1
               until ws-indice-fam > ws-total-fams

           move ws-grupo-valor-anterior to 14-valor-anterior
           move ws-grupo-qtd-atual      to 14-qtd-atual
           move ws-grupo-valor-atual    to 14-valor-atual
           move ws-grupo-qtd-anterior   to 14-qtd-anterior
           perform calcula-variacao-grupo
           move ws-variacao             to 14-variacao
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write

           move zeros to ws-total-fams
                         ws-grupo-qtd-atual ws-grupo-valor-atual
                         ws-grupo-qtd-anterior ws-grupo-valor-anterior.
       imprime-familia-mix.
           move tmx-familia(ws-indice-fam) to fam-codigo
           if fam-codigo = zeros
               move "SEM FAMILIA" to fam-descricao
           else
               read familias invalid key
                   move spaces to fam-descricao
               end-read
           end-if

           move zeros to ws-participacao
           if ws-grupo-valor-atual > zeros
               compute ws-participacao rounded =
                       tmx-valor-atual(ws-indice-fam) * 100
                     / ws-grupo-valor-atual
               end-compute
           end-if
           move ws-participacao to 13-part-atual

           move zeros to ws-participacao
           if ws-grupo-valor-anterior > zeros
               compute ws-participacao rounded =
                       tmx-valor-anterior(ws-indice-fam) * 100
                     / ws-grupo-valor-anterior
               end-compute
           end-if
           move ws-participacao to 13-part-anterior

           move zeros to ws-variacao
           if tmx-valor-anterior(ws-indice-fam) > zeros
               compute ws-variacao rounded =
                      (tmx-valor-atual(ws-indice-fam)
                     - tmx-valor-anterior(ws-indice-fam)) * 100
                     / tmx-valor-anterior(ws-indice-fam)
                   on size error
                       move 9999,99 to ws-variacao
               end-compute
           end-if

           move tmx-familia(ws-indice-fam)        to 13-familia
           move fam-descricao                     to 13-descricao
           move tmx-qtd-atual(ws-indice-fam)      to 13-qtd-atual
           move tmx-valor-atual(ws-indice-fam)    to 13-valor-atual
           move tmx-qtd-anterior(ws-indice-fam)   to 13-qtd-anterior
           move tmx-valor-anterior(ws-indice-fam) to 13-valor-anterior
           move ws-variacao                       to 13-variacao
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
       calcula-variacao-grupo.
           move zeros to ws-variacao
           if ws-grupo-valor-anterior > zeros
               compute ws-variacao rounded =
                      (ws-grupo-valor-atual - ws-grupo-valor-anterior)
                     * 100 / ws-grupo-valor-anterior
                   on size error
                       move 9999,99 to ws-variacao
               end-compute
           end-if.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Mix-Vendas.
