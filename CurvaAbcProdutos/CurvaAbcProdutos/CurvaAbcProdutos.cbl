       identification division.
       program-id. Curva-Abc-Produtos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-Periodo.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-vendas assign to disk.
           select arquivo-sort-abc assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-Periodo.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-vendas.
       01 registro-sort-vendas.
           03 produto-sort         pic 9(05).
           03 data-venda-sort      pic 9(08).
           03 quantidade-sort      pic 9(07)v99.
           03 receita-sort         pic 9(11)v99.
           03 janela-sort          pic x(01).
       sd arquivo-sort-abc.
       01 registro-sort-abc.
           03 valor-abc-sort       pic 9(13)v99.
           03 codigo-abc-sort      pic 9(05).

       working-storage section.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-estoque           pic x(02) value spaces.
       01 estado-periodo           pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-data-inicio-12m       pic 9(08) value zeros.
       01 ws-data-corte            pic 9(08) value zeros.
       01 filler redefines ws-data-corte.
          03 ws-corte-ano          pic 9(04).
          03 ws-corte-mes          pic 9(02).
          03 ws-corte-dia          pic 9(02).
       01 ws-data-venda            pic 9(08) value zeros.
       01 ws-meses-sem-venda       pic 9(03) value 006.
       01 ws-meses-trab            pic 9(03) value zeros.
       01 ws-corte-a               pic 9(03)v99 value 080,00.
       01 ws-corte-b               pic 9(03)v99 value 095,00.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       01 situacao-sort            pic x(01) value "N".
          88 fim-sort              value "S".
       01 ws-produto-sort          pic 9(05) value zeros.
       01 ws-criterio              pic x(01) value spaces.
          88 criterio-receita      value "R".
          88 criterio-quantidade   value "Q".
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-mudancas              pic 9(07) value zeros.
       01 ws-parados               pic 9(07) value zeros.
       01 ws-posicao               pic 9(07) value zeros.
       01 ws-total-receita         pic 9(15)v99 value zeros.
       01 ws-total-quantidade      pic 9(13)v99 value zeros.
       01 ws-total-criterio        pic 9(15)v99 value zeros.
       01 ws-acumulado             pic 9(15)v99 value zeros.
       01 ws-pct-antes             pic 9(03)v99 value zeros.
       01 ws-pct-acumulado         pic 9(03)v99 value zeros.
       01 ws-classe-nova           pic x(01) value spaces.
       01 ws-classe-antiga         pic x(01) value spaces.
       01 ws-saldo-fisico          pic 9(08)v99 value zeros.
       01 ws-valor-parado          pic 9(13)v99 value zeros.
       01 ws-valor-parado-total    pic 9(15)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Curva ABC de Produtos".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "POSICAO".
         03 filler                pic x(08) value "PRODUTO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(20) value "RECEITA/QTD 12M".
         03 filler                pic x(09) value "% ACUM".
         03 filler                pic x(10) value "ANTERIOR".
         03 filler                pic x(06) value "NOVA".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(20) value "Classificacao por".
         03 12-criterio           pic x(20).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-posicao            pic zzzzz9bb.
         03 13-produto            pic zzzz9bbb.
         03 13-descricao          pic x(30)bb.
         03 13-valor              pic zz.zzz.zzz.zz9,99bbb.
         03 13-pct                pic zz9,99bbb.
         03 13-classe-antiga      pic x(01)bbbbbbbbb.
         03 13-classe-nova        pic x(01).
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(40)
                value "Produtos Parados (Estoque Sem Venda)".
         03 filler                pic x(14) value "Sem Venda Ha:".
         03 14-meses              pic zz9.
         03 filler                pic x(06) value " Meses".
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "PRODUTO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(15) value "SALDO FISICO".
         03 filler                pic x(15) value "ULTIMA VENDA".
         03 filler                pic x(20) value "VALOR AO CUSTO".
         03 filler                pic x(06) value "CLASSE".
       01 linha-06.
         03 filler                pic x(05) value spaces.
         03 16-produto            pic zzzz9bbb.
         03 16-descricao          pic x(30)bb.
         03 16-saldo              pic zz.zzz.zz9,99bb.
         03 16-ultima-venda       pic 9999/99/99bbbbb.
         03 16-valor              pic zz.zzz.zzz.zz9,99bbb.
         03 16-classe             pic x(01).
       01 linha-07.
         03 filler                pic x(05) value spaces.
         03 17-descricao          pic x(26).
         03 17-quantidade         pic zz.zzz.zz9.
       01 linha-08.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26)
                value "Valor Parado ao Custo...:".
         03 18-valor              pic zzz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       carrega-parametro section.
           move "ABC-PROD-CORTE-A" to ws-par-codigo
           perform le-parametro-negocio
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-corte-a
           end-if

           move "ABC-PROD-CORTE-B" to ws-par-codigo
           perform le-parametro-negocio
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-corte-b
           end-if
           if ws-corte-b < ws-corte-a
               move ws-corte-a to ws-corte-b
           end-if

           move "MESES-SEM-VENDA" to ws-par-codigo
           perform le-parametro-negocio
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-meses-sem-venda
           end-if.

      * Curva ABC de produtos sobre os 12 meses de itens de pedidos
      * confirmados e lancados, pela receita e pela quantidade.
      * Os cortes sao percentuais acumulados do total: o produto
      * que ainda nao alcancou o corte A e classe A, o que ainda
      * nao alcancou o corte B e classe B, o resto e C. Na noite o
      * processo e mensal: so roda no dia em que o
      * Fechamento-Mensal fecha a competencia.
       procedimento-geral section.
           move "00" to resultado-execucao
           move zeros to ws-lidos ws-mudancas ws-parados
                         ws-total-receita ws-total-quantidade
                         ws-valor-parado-total

           accept ws-data-sistema from date yyyymmdd

           if batch-ativo
               move zeros to per-data-fechamento
               open input periodo
               if estado-periodo = "00"
                   read periodo at end
                       move zeros to per-data-fechamento
                   end-read
               end-if
               close periodo
               if per-data-fechamento not = ws-data-sistema
                   goback
               end-if
           end-if

           compute ws-data-inicio-12m = ws-data-sistema - 10000
           end-compute
           perform calcula-data-corte

           move "Curva-Abc-Produtos" to ws-spool-programa
           move "Spool-AbcProdutos"  to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-00

           sort arquivo-sort-vendas
               on ascending key produto-sort data-venda-sort
               input procedure  is carrega-vendas
                              thru carrega-vendas-fim
               output procedure is acumula-produtos
                              thru acumula-produtos-fim
           if resultado-execucao not = "00"
               close relatorio
               goback
           end-if

           move "R" to ws-criterio
           move ws-total-receita to ws-total-criterio
           move "Receita 12 Meses" to 12-criterio
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02
           write linha-relatorio from linha-01
           sort arquivo-sort-abc on descending key valor-abc-sort
               input procedure  is carrega-abc
                              thru carrega-abc-fim
               output procedure is classifica-abc
                              thru classifica-abc-fim

           move "Q" to ws-criterio
           move ws-total-quantidade to ws-total-criterio
           move "Quantidade 12 Meses" to 12-criterio
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02
           write linha-relatorio from linha-01
           sort arquivo-sort-abc on descending key valor-abc-sort
               input procedure  is carrega-abc
                              thru carrega-abc-fim
               output procedure is classifica-abc
                              thru classifica-abc-fim

           perform lista-parados thru lista-parados-fim

           move spaces to linha-relatorio
           write linha-relatorio
           move "Produtos Analisados.....:" to 17-descricao
           move ws-lidos                    to 17-quantidade
           write linha-relatorio from linha-07
           move "Mudancas de Classe......:" to 17-descricao
           move ws-mudancas                 to 17-quantidade
           write linha-relatorio from linha-07
           move "Produtos Parados........:" to 17-descricao
           move ws-parados                  to 17-quantidade
           write linha-relatorio from linha-07
           move ws-valor-parado-total to 18-valor
           write linha-relatorio from linha-08
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           move "Curva-Abc-Produtos" to ctr-etapa
           move ws-lidos              to ctr-lidos
           move ws-mudancas           to ctr-gravados
           move ws-parados            to ctr-rejeitados
           move ws-total-receita      to ctr-hash-vendas
           perform grava-controle

           if not batch-ativo
               display "Curva ABC de Produtos Gerada. Mudancas: "
                                      at 2301 ws-mudancas
               accept resposta at 2380
           end-if
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       le-parametro-negocio.
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro".
      * Data de corte dos parados: hoje menos os meses sem venda.
       calcula-data-corte.
           move ws-data-sistema    to ws-data-corte
           move ws-meses-sem-venda to ws-meses-trab.
       calcula-data-corte-loop.
           if ws-meses-trab = zeros
               exit paragraph
           end-if
           if ws-corte-mes = 01
               subtract 1 from ws-corte-ano
               move 12 to ws-corte-mes
           else
               subtract 1 from ws-corte-mes
           end-if
           subtract 1 from ws-meses-trab
           go calcula-data-corte-loop.

       carrega-vendas.
           open input pedidos
           if estado-pedidos not = "00"
               move "89" to resultado-execucao
               go carrega-vendas-fim
           end-if
           open input itens-pedido
           if estado-itens-pedido not = "00"
               move "89" to resultado-execucao
               close pedidos
               go carrega-vendas-fim
           end-if.
       carrega-vendas-le.
           read pedidos next at end
               go carrega-vendas-encerra
           end-read

           if not pedido-confirmado and not pedido-lancado
               go carrega-vendas-le
           end-if

           move data-pedidos(5:4) to ws-data-venda(1:4)
           move data-pedidos(3:2) to ws-data-venda(5:2)
           move data-pedidos(1:2) to ws-data-venda(7:2)

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

           move ite-produto    to produto-sort
           move ws-data-venda  to data-venda-sort
           move ite-quantidade to quantidade-sort
           compute receita-sort rounded =
                   ite-total - ite-total * desconto-pedidos / 100
           end-compute
           if ws-data-venda > ws-data-inicio-12m
               and ws-data-venda not > ws-data-sistema
               move "S" to janela-sort
           else
               move "N" to janela-sort
           end-if
           release registro-sort-vendas
           go carrega-vendas-itens.
       carrega-vendas-encerra.
           close pedidos itens-pedido.
       carrega-vendas-fim.
           exit.

      * Casamento das vendas ordenadas com o cadastro: todo produto
      * tem os acumulados dos 12 meses e a data da ultima venda
      * refeitos, inclusive o que nao vendeu nada.
       acumula-produtos.
           if resultado-execucao not = "00"
               perform le-venda until fim-sort
               go acumula-produtos-fim
           end-if
           open i-o produtos
           if estado-produtos not = "00"
               move "89" to resultado-execucao
               perform le-venda until fim-sort
               go acumula-produtos-fim
           end-if

           move "N" to situacao-sort
           perform le-venda

           move zeros to pro-codigo
           start produtos key is >= chave-produtos invalid key
               go acumula-produtos-encerra
           end-start.
       acumula-produtos-le.
           read produtos next at end
               go acumula-produtos-encerra
           end-read

           perform le-venda
               until fim-sort or ws-produto-sort >= pro-codigo

           move zeros to pro-receita-12m pro-quantidade-12m
                         pro-data-ultima-venda
           perform acumula-venda
               until fim-sort or ws-produto-sort not = pro-codigo

           if produto-ativo
               add 1                  to ws-lidos
               add pro-receita-12m    to ws-total-receita
               add pro-quantidade-12m to ws-total-quantidade
           end-if

           rewrite registro-produtos invalid key
               continue
           end-rewrite
           go acumula-produtos-le.
       acumula-produtos-encerra.
           perform le-venda until fim-sort
           close produtos.
       acumula-produtos-fim.
           exit.
       le-venda.
           return arquivo-sort-vendas at end
               move "S"   to situacao-sort
               move 99999 to ws-produto-sort
               exit paragraph
           end-return
           move produto-sort to ws-produto-sort.
       acumula-venda.
           if janela-sort = "S"
               add receita-sort    to pro-receita-12m
               add quantidade-sort to pro-quantidade-12m
           end-if
           if data-venda-sort > pro-data-ultima-venda
               move data-venda-sort to pro-data-ultima-venda
           end-if
           perform le-venda.

       carrega-abc.
           open input produtos
           if estado-produtos not = "00"
               move "89" to resultado-execucao
               go carrega-abc-fim
           end-if.
       carrega-abc-le.
           read produtos next at end
               go carrega-abc-encerra
           end-read
           if not produto-ativo
               go carrega-abc-le
           end-if

           if criterio-receita
               move pro-receita-12m    to valor-abc-sort
           else
               move pro-quantidade-12m to valor-abc-sort
           end-if
           move pro-codigo to codigo-abc-sort
           release registro-sort-abc
           go carrega-abc-le.
       carrega-abc-encerra.
           close produtos.
       carrega-abc-fim.
           exit.

       classifica-abc.
           open i-o produtos
           if estado-produtos not = "00"
               move "89" to resultado-execucao
               go classifica-abc-fim
           end-if
           move zeros to ws-posicao ws-acumulado.
       classifica-abc-le.
           return arquivo-sort-abc at end
               go classifica-abc-encerra
           end-return

           add 1 to ws-posicao
           move zeros to ws-pct-antes ws-pct-acumulado
           if ws-total-criterio > zeros
               compute ws-pct-antes rounded =
                       ws-acumulado * 100 / ws-total-criterio
               end-compute
               add valor-abc-sort to ws-acumulado
               compute ws-pct-acumulado rounded =
                       ws-acumulado * 100 / ws-total-criterio
               end-compute
           end-if

           if valor-abc-sort = zeros
               move "C" to ws-classe-nova
           else
           if ws-pct-antes < ws-corte-a
               move "A" to ws-classe-nova
           else
           if ws-pct-antes < ws-corte-b
               move "B" to ws-classe-nova
           else
               move "C" to ws-classe-nova
           end-if
           end-if
           end-if

           move codigo-abc-sort to pro-codigo
           read produtos invalid key
               go classifica-abc-le
           end-read

           if criterio-receita
               move pro-classe-receita    to ws-classe-antiga
               move ws-classe-nova        to pro-classe-receita
           else
               move pro-classe-quantidade to ws-classe-antiga
               move ws-classe-nova        to pro-classe-quantidade
           end-if
           if ws-classe-antiga not = ws-classe-nova
               add 1 to ws-mudancas
               rewrite registro-produtos invalid key
                   continue
               end-rewrite
           end-if

           move ws-posicao       to 13-posicao
           move pro-codigo       to 13-produto
           move pro-descricao    to 13-descricao
           move valor-abc-sort   to 13-valor
           move ws-pct-acumulado to 13-pct
           move ws-classe-antiga to 13-classe-antiga
           move ws-classe-nova   to 13-classe-nova
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write
           go classifica-abc-le.
       classifica-abc-encerra.
           close produtos.
       classifica-abc-fim.
           exit.

      * Parado: produto com saldo fisico no estoque e sem venda
      * desde a data de corte (ou sem venda nenhuma registrada).
       lista-parados.
           move ws-meses-sem-venda to 14-meses
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-04
           write linha-relatorio from linha-05

           open input produtos
           if estado-produtos not = "00"
               go lista-parados-fim
           end-if
           open input estoque
           if estado-estoque not = "00"
               close produtos
               go lista-parados-fim
           end-if.
       lista-parados-le.
           read produtos next at end
               go lista-parados-encerra
           end-read
           if pro-data-ultima-venda not < ws-data-corte
               go lista-parados-le
           end-if

           move pro-codigo to est-produto
           read estoque invalid key
               go lista-parados-le
           end-read
           compute ws-saldo-fisico =
                   est-saldo-disponivel + est-saldo-reservado
           end-compute
           if ws-saldo-fisico = zeros
               go lista-parados-le
           end-if

           compute ws-valor-parado rounded =
                   ws-saldo-fisico * est-custo-medio
           end-compute
           add ws-valor-parado to ws-valor-parado-total
           add 1 to ws-parados

           move pro-codigo            to 16-produto
           move pro-descricao         to 16-descricao
           move ws-saldo-fisico       to 16-saldo
           move pro-data-ultima-venda to 16-ultima-venda
           move ws-valor-parado       to 16-valor
           move pro-classe-receita    to 16-classe
           write linha-relatorio from linha-06 at eop
               write linha-relatorio from linha-04
               write linha-relatorio from linha-05
           end-write
           go lista-parados-le.
       lista-parados-encerra.
           close produtos estoque.
       lista-parados-fim.
           exit.

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Curva-Abc-Produtos.
