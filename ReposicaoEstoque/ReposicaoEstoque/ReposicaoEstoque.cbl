       identification division.
       program-id. Reposicao-Estoque.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\Select-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-consumo assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\FD-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-consumo.
       01 registro-sort-consumo.
           03 produto-sort         pic 9(05).
           03 quantidade-sort      pic s9(05)v99.

       working-storage section.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-estoque           pic x(02) value spaces.
       01 estado-mov-estoque       pic x(02) value spaces.
       01 estado-itens-compra      pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       copy "C:\CursoCobol\Copylib\CamposNotificacao.cpy".
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-dias-consumo          pic 9(03) value 090.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-movimento        pic 9(07) value zeros.
       01 ws-produto-sort          pic 9(05) value zeros.
       01 ws-quantidade-sort       pic s9(05)v99 value zeros.
       01 situacao-sort            pic x(01) value "N".
          88 fim-sort              value "S".
       01 ws-consumo-periodo       pic s9(09)v99 value zeros.
       01 ws-consumo-diario        pic 9(07)v99 value zeros.
       01 ws-saldo-disponivel      pic 9(07)v99 value zeros.
       01 ws-em-pedido             pic 9(07)v99 value zeros.
       01 ws-saldo-projetado       pic 9(09)v99 value zeros.
       01 ws-sugestao              pic 9(07)v99 value zeros.
       01 ws-cobertura             pic 9(05) value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-sugeridos             pic 9(07) value zeros.
       01 ws-abaixo-minimo         pic 9(07) value zeros.
       01 ws-conv-data             pic 9(08) value zeros.
       01 filler redefines ws-conv-data.
          03 ws-conv-ano           pic 9(04).
          03 ws-conv-mes           pic 9(02).
          03 ws-conv-dia           pic 9(02).
       01 ws-conv-dias             pic 9(07) value zeros.
       01 ws-conv-bissextos        pic 9(04) value zeros.
       01 ws-conv-trab             pic 9(04) value zeros.
       01 ws-resto-4               pic 9(02) value zeros.
       01 ws-resto-100             pic 9(02) value zeros.
       01 ws-resto-400             pic 9(03) value zeros.
       01 ws-ano-div               pic 9(04) value zeros.
       01 situacao-ano-bissexto    pic x(01) value "N".
          88 ano-bissexto          value "S".
       01 ws-edita-quantidade      pic zzz.zz9,99.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Sugestao de Reposicao de Estoque".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "PRODUTO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(13) value "DISPONIVEL".
         03 filler                pic x(13) value "EM PEDIDO".
         03 filler                pic x(13) value "MINIMO".
         03 filler                pic x(13) value "PONTO".
         03 filler                pic x(11) value "CONS/DIA".
         03 filler                pic x(06) value "DIAS".
         03 filler                pic x(13) value "SUGESTAO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-produto            pic zzzz9bbb.
         03 12-descricao          pic x(30)bb.
         03 12-disponivel         pic zzz.zz9,99bbb.
         03 12-em-pedido          pic zzz.zz9,99bbb.
         03 12-minimo             pic zzz.zz9,99bbb.
         03 12-ponto              pic zzz.zz9,99bbb.
         03 12-consumo            pic zz.zz9,99bb.
         03 12-cobertura          pic zzz9bb.
         03 12-sugestao           pic zzz.zz9,99b.
         03 12-situacao           pic x(10).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-descricao          pic x(26).
         03 13-quantidade         pic zz.zzz.zz9.

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
           move "DIAS-CONSUMO" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-dias-consumo
           end-if.

      * Compara o saldo de cada produto com os niveis de reposicao
      * do cadastro e sugere a compra, com o consumo medio diario
      * tirado dos movimentos de estoque da janela de consumo.
       procedimento-geral section.
           move "00" to resultado-execucao
           move zeros to ws-lidos ws-sugeridos ws-abaixo-minimo

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje

           move "Reposicao-Estoque" to ws-spool-programa
           move "Spool-Reposicao"   to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-consumo on ascending key produto-sort
               input procedure  is carrega-consumo
                              thru carrega-consumo-fim
               output procedure is analisa-produtos
                              thru analisa-produtos-fim

           move spaces to linha-relatorio
           write linha-relatorio
           move "Produtos Analisados.....:" to 13-descricao
           move ws-lidos                    to 13-quantidade
           write linha-relatorio from linha-03
           move "Sugestoes de Compra.....:" to 13-descricao
           move ws-sugeridos                to 13-quantidade
           write linha-relatorio from linha-03
           move "Abaixo do Minimo........:" to 13-descricao
           move ws-abaixo-minimo            to 13-quantidade
           write linha-relatorio from linha-03
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           move "Reposicao-Estoque" to ctr-etapa
           move ws-lidos            to ctr-lidos
           move ws-sugeridos        to ctr-gravados
           move ws-abaixo-minimo    to ctr-rejeitados
           move zeros               to ctr-hash-vendas
           perform grava-controle

           if not batch-ativo
               display "Sugestao de Reposicao Gerada. Itens: " at 2301
                           ws-sugeridos
               accept resposta at 2380
           end-if
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.

      * Consumo do produto: a reserva (R) marca a demanda do pedido
      * confirmado e a liberacao (L) a devolve; a saida de pedido
      * lancado ja foi contada na reserva, entao da saida (S) so
      * entra a avulsa, que nao tem documento.
       carrega-consumo.
           open input mov-estoque
           if estado-mov-estoque not = "00"
               close mov-estoque
               go carrega-consumo-fim
           end-if.
       carrega-consumo-le.
           read mov-estoque at end
               go carrega-consumo-encerra
           end-read

           move mov-data to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-movimento
           if ws-dias-movimento > ws-dias-hoje
               go carrega-consumo-le
           end-if
           if ws-dias-hoje - ws-dias-movimento >= ws-dias-consumo
               go carrega-consumo-le
           end-if

           move mov-produto to produto-sort
           evaluate true
               when movimento-reserva
                   move mov-quantidade to quantidade-sort
               when movimento-liberacao
                   compute quantidade-sort = zeros - mov-quantidade
                   end-compute
               when movimento-saida and mov-documento = zeros
                   move mov-quantidade to quantidade-sort
               when other
                   go carrega-consumo-le
           end-evaluate
           release registro-sort-consumo
           go carrega-consumo-le.
       carrega-consumo-encerra.
           close mov-estoque.
       carrega-consumo-fim.
           exit.

       analisa-produtos.
           open input produtos
           if estado-produtos not = "00"
               move "89" to resultado-execucao
               go analisa-produtos-fim
           end-if
           open input estoque
           open input itens-compra

           move "N" to situacao-sort
           perform le-consumo

           move zeros to pro-codigo
           start produtos key is >= chave-produtos invalid key
               go analisa-produtos-encerra
           end-start.
       analisa-produtos-le.
           read produtos next at end
               go analisa-produtos-encerra
           end-read

           move zeros to ws-consumo-periodo
           perform acumula-consumo
               until fim-sort or ws-produto-sort >= pro-codigo
           perform acumula-consumo
               until fim-sort or ws-produto-sort not = pro-codigo

           if produto-inativo or produto-kit
               go analisa-produtos-le
           end-if
           if pro-ponto-reposicao = zeros
               and pro-estoque-minimo = zeros
               go analisa-produtos-le
           end-if

           add 1 to ws-lidos

      * O disponivel ja vem liquido das reservas: a confirmacao do
      * pedido tira a quantidade do disponivel e leva ao reservado.
           move pro-codigo to est-produto
           read estoque invalid key
               move zeros to est-saldo-disponivel
                              est-saldo-reservado
           end-read
           move est-saldo-disponivel to ws-saldo-disponivel

           perform soma-em-pedido thru soma-em-pedido-fim
           compute ws-saldo-projetado =
                   ws-saldo-disponivel + ws-em-pedido
           end-compute

           if ws-consumo-periodo > zeros
               compute ws-consumo-diario rounded =
                       ws-consumo-periodo / ws-dias-consumo
               end-compute
           else
               move zeros to ws-consumo-diario
           end-if

           if ws-consumo-diario > zeros
               compute ws-cobertura =
                       ws-saldo-disponivel / ws-consumo-diario
                   on size error
                       move 9999 to ws-cobertura
               end-compute
               if ws-cobertura > 9999
                   move 9999 to ws-cobertura
               end-if
           else
               move 9999 to ws-cobertura
           end-if

           move spaces to 12-situacao
           if ws-saldo-disponivel not > pro-estoque-minimo
               and pro-estoque-minimo > zeros
               move "ABAIXO MIN" to 12-situacao
               add 1 to ws-abaixo-minimo
               perform avisa-comprador
           end-if

           if ws-saldo-projetado > pro-ponto-reposicao
               and 12-situacao = spaces
               go analisa-produtos-le
           end-if

      * Abaixo do minimo mas com compra suficiente a caminho: sai
      * na lista para acompanhamento, sem nova sugestao.
           if ws-saldo-projetado > pro-ponto-reposicao
               move zeros to ws-sugestao
           else
               perform calcula-sugestao
           end-if
           if 12-situacao = spaces
               move "REPOR" to 12-situacao
           end-if
           if ws-sugestao > zeros
               add 1 to ws-sugeridos
           end-if

           move pro-codigo          to 12-produto
           move pro-descricao       to 12-descricao
           move ws-saldo-disponivel to 12-disponivel
           move ws-em-pedido        to 12-em-pedido
           move pro-estoque-minimo  to 12-minimo
           move pro-ponto-reposicao to 12-ponto
           move ws-consumo-diario   to 12-consumo
           move ws-cobertura        to 12-cobertura
           move ws-sugestao         to 12-sugestao
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write

           go analisa-produtos-le.
       analisa-produtos-encerra.
           perform acumula-consumo until fim-sort
           close produtos estoque itens-compra.
       analisa-produtos-fim.
           exit.
       le-consumo.
           return arquivo-sort-consumo at end
               move "S"   to situacao-sort
               move 99999 to ws-produto-sort
               exit paragraph
           end-return
           move produto-sort    to ws-produto-sort
           move quantidade-sort to ws-quantidade-sort.
       acumula-consumo.
           if ws-produto-sort = pro-codigo
               add ws-quantidade-sort to ws-consumo-periodo
           end-if
           perform le-consumo.
      * Sugestao: o lote de reposicao do cadastro, aumentado quando
      * nem ele recoloca o saldo acima do ponto; sem lote definido
      * vale o consumo de 30 dias, no minimo o que falta ao ponto.
       calcula-sugestao.
           move pro-lote-reposicao to ws-sugestao
           if ws-sugestao = zeros
               compute ws-sugestao rounded = ws-consumo-diario * 30
                   on size error
                       move 9999999,99 to ws-sugestao
               end-compute
           end-if
           if ws-saldo-projetado + ws-sugestao
                   not > pro-ponto-reposicao
               compute ws-sugestao = pro-ponto-reposicao
                     - ws-saldo-projetado + pro-lote-reposicao
               end-compute
           end-if
           if ws-sugestao = zeros
               move 1 to ws-sugestao
           end-if.
      * Quantidade ja comprada e ainda nao entregue: conta como
      * saldo futuro para nao repetir a compra a cada noite.
       soma-em-pedido.
           move zeros to ws-em-pedido
           move pro-codigo to ic-produto
           start itens-compra key is = ic-produto invalid key
               go soma-em-pedido-fim
           end-start.
       soma-em-pedido-le.
           read itens-compra next at end
               go soma-em-pedido-fim
           end-read
           if ic-produto not = pro-codigo
               go soma-em-pedido-fim
           end-if
           if item-compra-aberto or item-compra-parcial
               if ic-quantidade > ic-quantidade-recebida
                   compute ws-em-pedido = ws-em-pedido
                         + ic-quantidade - ic-quantidade-recebida
                   end-compute
               end-if
           end-if
           go soma-em-pedido-le.
       soma-em-pedido-fim.
           exit.
       avisa-comprador.
           move "COMPRAS"             to not-destino
           move "Estoque Abaixo do Minimo" to not-assunto
           move ws-saldo-disponivel   to ws-edita-quantidade
           move spaces to not-corpo
           string "Produto "          delimited by size
                  pro-codigo          delimited by size
                  " "                 delimited by size
                  function trim(pro-descricao)
                                      delimited by size
                  " disponivel "      delimited by size
                  ws-edita-quantidade delimited by size
                  into not-corpo
           end-string
           move "Reposicao-Estoque"   to not-origem
           perform grava-notificacao.
      * Conversao de data em contagem corrida de dias para poder
      * medir a idade do movimento em relacao a hoje.
       converte-data-dias.
           compute ws-conv-bissextos = (ws-conv-ano / 4)
                 - (ws-conv-ano / 100) + (ws-conv-ano / 400)
           end-compute
           compute ws-conv-dias =
                   ws-conv-ano * 365 + ws-conv-bissextos
           end-compute

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
           if ano-bissexto and ws-conv-mes > 02
               add 1 to ws-conv-dias
           end-if.
       verifica-ano-bissexto.
           move "N" to situacao-ano-bissexto
           divide ws-conv-ano by 4 giving ws-ano-div
                           remainder ws-resto-4
           if ws-resto-4 = zeros
               move "S" to situacao-ano-bissexto
               divide ws-conv-ano by 100 giving ws-ano-div
                               remainder ws-resto-100
               if ws-resto-100 = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-conv-ano by 400 giving ws-ano-div
                                   remainder ws-resto-400
                   if ws-resto-400 = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if.

       copy "C:\CursoCobol\Copylib\GravaNotificacao.cpy".

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Reposicao-Estoque.
