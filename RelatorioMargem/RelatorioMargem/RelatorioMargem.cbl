       identification division.
       program-id. Relatorio-Margem.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-margem assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-margem.
       01 registro-sort-margem.
           03 dimensao-sort        pic 9(01).
           03 codigo-sort          pic 9(06).
           03 quantidade-sort      pic 9(07)v99.
           03 receita-sort         pic 9(11)v99.
           03 custo-sort           pic 9(11)v99.

       working-storage section.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-pedido-aaaamm         pic 9(06) value zeros.
       01 ws-receita-item          pic 9(11)v99 value zeros.
       01 ws-custo-item            pic 9(11)v99 value zeros.
       01 ws-itens-sem-custo       pic 9(07) value zeros.
       01 ws-dimensao-anterior     pic 9(01) value zeros.
       01 ws-codigo-anterior       pic 9(06) value zeros.
       01 ws-quantidade-codigo     pic 9(09)v99 value zeros.
       01 ws-receita-codigo        pic 9(13)v99 value zeros.
       01 ws-custo-codigo          pic 9(13)v99 value zeros.
       01 ws-receita-dimensao      pic 9(13)v99 value zeros.
       01 ws-custo-dimensao        pic 9(13)v99 value zeros.
       01 ws-margem                pic s9(13)v99 value zeros.
       01 ws-margem-pct            pic s9(05)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(34)
                value "Relatorio de Margem Bruta".
         03 filler                pic x(12) value "Competencia:".
         03 00-competencia        pic 9(06).
         03 filler                pic x(02) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "CODIGO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(14) value "QUANTIDADE".
         03 filler                pic x(19) value "RECEITA".
         03 filler                pic x(19) value "CUSTO".
         03 filler                pic x(19) value "MARGEM".
         03 filler                pic x(08) value "MARGEM%".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(11) value "Margem por".
         03 12-dimensao           pic x(10).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-codigo             pic zzzzz9bbb.
         03 13-descricao          pic x(30)bb.
         03 13-quantidade         pic zzz.zz9,99bbbb blank when zero.
         03 13-receita            pic zz.zzz.zzz.zz9,99bb.
         03 13-custo              pic zz.zzz.zzz.zz9,99bb.
         03 13-margem             pic -z.zzz.zzz.zz9,99bb.
         03 13-margem-pct         pic -zz9,99.
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(55)
                value "Total".
         03 14-receita            pic zz.zzz.zzz.zz9,99bb.
         03 14-custo              pic zz.zzz.zzz.zz9,99bb.
         03 14-margem             pic -z.zzz.zzz.zz9,99bb.
         03 14-margem-pct         pic -zz9,99.
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26)
                value "Itens Sem Custo Apurado.:".
         03 15-itens              pic zz.zzz.zz9.

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

           open input produtos clientes vendedores filiais.

       pede-competencia section.
           display erase at 0101
           display "Relatorio de Margem Bruta" at 0101
           display "Competencia (AAAAMM): " at 0301
           move zeros to ws-competencia
           accept ws-competencia at 0323
           if ws-competencia = zeros
               close pedidos itens-pedido produtos clientes
                     vendedores filiais
               goback
           end-if.

      * Receita liquida do desconto do pedido contra o custo medio
      * gravado no item na confirmacao; cada item entra nas quatro
      * visoes (produto, cliente, vendedor e filial) do mesmo sort.
       gera-relatorio section.
           move "Relatorio-Margem" to ws-spool-programa
           move "Spool-Margem"     to ws-spool-nome
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

           move zeros to ws-itens-sem-custo

           sort arquivo-sort-margem
               on ascending key dimensao-sort codigo-sort
               input procedure  is carrega-margem
                              thru carrega-margem-fim
               output procedure is imprime-margem
                              thru imprime-margem-fim

           move spaces to linha-relatorio
           write linha-relatorio
           move ws-itens-sem-custo to 15-itens
           write linha-relatorio from linha-05
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Margem Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-competencia.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-margem.
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go carrega-margem-fim
           end-start.
       carrega-margem-le.
           read pedidos next at end
               go carrega-margem-fim
           end-read

           if not pedido-confirmado and not pedido-lancado
               go carrega-margem-le
           end-if

           move data-pedidos(5:4) to ws-pedido-aaaamm(1:4)
           move data-pedidos(3:2) to ws-pedido-aaaamm(5:2)
           if ws-pedido-aaaamm not = ws-competencia
               go carrega-margem-le
           end-if

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go carrega-margem-le
           end-start.
       carrega-margem-itens.
           read itens-pedido next at end
               go carrega-margem-le
           end-read
           if ite-pedido not = numero-pedidos
               go carrega-margem-le
           end-if

           compute ws-receita-item rounded =
                   ite-total - ite-total * desconto-pedidos / 100
           end-compute
           compute ws-custo-item rounded =
                   ite-quantidade * ite-custo-unitario
           end-compute
           if ite-custo-unitario = zeros
               add 1 to ws-itens-sem-custo
           end-if

           move ws-receita-item to receita-sort
           move ws-custo-item   to custo-sort

           move 1              to dimensao-sort
           move ite-produto    to codigo-sort
           move ite-quantidade to quantidade-sort
           release registro-sort-margem

           move zeros to quantidade-sort
           move 2                to dimensao-sort
           move cliente-pedidos  to codigo-sort
           release registro-sort-margem

           move 3                to dimensao-sort
           move vendedor-pedidos to codigo-sort
           release registro-sort-margem

           move 4                to dimensao-sort
           move filial-pedidos   to codigo-sort
           release registro-sort-margem

           go carrega-margem-itens.
       carrega-margem-fim.
           exit.
       imprime-margem.
           move zeros to ws-dimensao-anterior ws-codigo-anterior
           move zeros to ws-quantidade-codigo ws-receita-codigo
                         ws-custo-codigo ws-receita-dimensao
                         ws-custo-dimensao.
       imprime-margem-le.
           return arquivo-sort-margem at end
               go imprime-margem-encerra
           end-return

           if dimensao-sort not = ws-dimensao-anterior
               perform imprime-linha-codigo
               perform imprime-total-dimensao
               move dimensao-sort to ws-dimensao-anterior
               move codigo-sort   to ws-codigo-anterior
               evaluate dimensao-sort
                   when 1 move "Produto"  to 12-dimensao
                   when 2 move "Cliente"  to 12-dimensao
                   when 3 move "Vendedor" to 12-dimensao
                   when other move "Filial" to 12-dimensao
               end-evaluate
               move spaces to linha-relatorio
               write linha-relatorio
               write linha-relatorio from linha-02 at eop
                   perform imprime-cabecalho
               end-write
           end-if

           if codigo-sort not = ws-codigo-anterior
               perform imprime-linha-codigo
               move codigo-sort to ws-codigo-anterior
           end-if

           add quantidade-sort to ws-quantidade-codigo
           add receita-sort    to ws-receita-codigo
           add custo-sort      to ws-custo-codigo
           go imprime-margem-le.
       imprime-margem-encerra.
           perform imprime-linha-codigo
           perform imprime-total-dimensao.
       imprime-margem-fim.
           exit.
       imprime-linha-codigo.
           if ws-receita-codigo = zeros and ws-custo-codigo = zeros
               exit paragraph
           end-if

           evaluate ws-dimensao-anterior
               when 1
                   move ws-codigo-anterior to pro-codigo
                   read produtos invalid key
                       move spaces to pro-descricao
                   end-read
                   move pro-descricao to 13-descricao
               when 2
                   move ws-codigo-anterior to codigo-clientes
                   read clientes invalid key
                       move spaces to nome-clientes
                   end-read
                   move nome-clientes to 13-descricao
               when 3
                   move ws-codigo-anterior to codigo-vendedores
                   read vendedores invalid key
                       move spaces to nome-vendedores
                   end-read
                   move nome-vendedores to 13-descricao
               when other
                   move ws-codigo-anterior to fil-codigo
                   read filiais invalid key
                       move spaces to fil-nome
                   end-read
                   move fil-nome to 13-descricao
           end-evaluate

           compute ws-margem = ws-receita-codigo - ws-custo-codigo
           end-compute
           move zeros to ws-margem-pct
           if ws-receita-codigo > zeros
               compute ws-margem-pct rounded =
                       ws-margem * 100 / ws-receita-codigo
               end-compute
           end-if

           move ws-codigo-anterior   to 13-codigo
           move ws-quantidade-codigo to 13-quantidade
           move ws-receita-codigo    to 13-receita
           move ws-custo-codigo      to 13-custo
           move ws-margem            to 13-margem
           move ws-margem-pct        to 13-margem-pct
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add ws-receita-codigo to ws-receita-dimensao
           add ws-custo-codigo   to ws-custo-dimensao
           move zeros to ws-quantidade-codigo ws-receita-codigo
                         ws-custo-codigo.
       imprime-total-dimensao.
           if ws-dimensao-anterior = zeros
               exit paragraph
           end-if

           compute ws-margem = ws-receita-dimensao - ws-custo-dimensao
           end-compute
           move zeros to ws-margem-pct
           if ws-receita-dimensao > zeros
               compute ws-margem-pct rounded =
                       ws-margem * 100 / ws-receita-dimensao
               end-compute
           end-if

           move ws-receita-dimensao to 14-receita
           move ws-custo-dimensao   to 14-custo
           move ws-margem           to 14-margem
           move ws-margem-pct       to 14-margem-pct
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           move zeros to ws-receita-dimensao ws-custo-dimensao.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Margem.
