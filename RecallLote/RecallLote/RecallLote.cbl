       identification division.
       program-id. Recall-Lote.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Lotes.txt".
       copy "C:\CursoCobol\Copylib\Select-LotesExpedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-Expedicoes.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-recall assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Lotes.txt".
       copy "C:\CursoCobol\Copylib\FD-LotesExpedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-Expedicoes.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-recall.
       01 registro-sort-recall.
           03 cliente-sort         pic 9(06).
           03 pedido-sort          pic 9(06).
           03 expedicao-sort       pic 9(06).
           03 sequencia-sort       pic 9(02).
           03 quantidade-sort      pic 9(07)v99.

       working-storage section.
       01 estado-lotes             pic x(02) value spaces.
       01 estado-lotes-expedidos   pic x(02) value spaces.
       01 estado-expedicoes        pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-produto               pic 9(05) value zeros.
       01 ws-lote                  pic x(12) value spaces.
       01 ws-cliente-anterior      pic 9(06) value zeros.
       01 ws-clientes              pic 9(05) value zeros.
       01 ws-expedicoes            pic 9(05) value zeros.
       01 ws-quantidade-total      pic 9(09)v99 value zeros.
       01 situacao-lote            pic x(01) value "N".
          88 lote-encontrado       value "S".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Recall de Lote - Clientes Atendidos".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(10) value "Produto..:".
         03 11-produto            pic zzzz9b.
         03 11-descricao          pic x(40).
         03 filler                pic x(08) value "Lote...:".
         03 11-lote               pic x(12).
       01 linha-02.
         03 filler                pic x(10) value "Fabricado:".
         03 12-fabricacao         pic 9999/99/99bbb.
         03 filler                pic x(10) value "Validade:".
         03 12-validade           pic 9999/99/99bbb.
         03 filler                pic x(09) value "Entrada:".
         03 12-entrada            pic z.zzz.zz9,99bbb.
         03 filler                pic x(13) value "Saldo Atual:".
         03 12-saldo              pic z.zzz.zz9,99.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(07) value "CLIENTE".
         03 filler                pic x(32) value spaces.
         03 filler                pic x(04) value "UF".
         03 filler                pic x(22) value "CIDADE".
         03 filler                pic x(08) value "PEDIDO".
         03 filler                pic x(08) value "EXPED.".
         03 filler                pic x(13) value "DATA EXPED.".
         03 filler                pic x(08) value "FATURA".
         03 filler                pic x(10) value "QUANTIDADE".
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 14-cliente            pic zzzzz9b.
         03 14-nome               pic x(30)bb.
         03 14-uf                 pic x(02)bb.
         03 14-cidade             pic x(20)bb.
         03 14-pedido             pic zzzzz9bb.
         03 14-expedicao          pic zzzzz9bb.
         03 14-data               pic 9999/99/99bbb.
         03 14-fatura             pic zzzzz9bb blank when zero.
         03 14-quantidade         pic z.zzz.zz9,99.
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 15-descricao          pic x(26).
         03 15-quantidade         pic zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input produtos
           if estado-produtos not = "00"
               display "Arquivo Produtos Com Problema Estado " at 2301
                           estado-produtos
               accept resposta at 2380
               goback
           end-if
           open input lotes-expedidos
           if estado-lotes-expedidos not = "00"
               display "Nao Ha Expedicao Por Lote Registrada. Enter"
                                      at 2301
               accept resposta at 2380
               close produtos lotes-expedidos
               goback
           end-if
           open input lotes expedicoes clientes.

       pede-lote section.
           display erase at 0101
           display "Recall de Lote" at 0101
           display "Produto.....: " at 0301
           display "Lote........: " at 0401
           move zeros to ws-produto
           accept ws-produto at 0315
           if ws-produto = zeros
               close produtos lotes-expedidos lotes expedicoes clientes
               goback
           end-if

           move ws-produto to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado. Enter" at 2301
               accept resposta at 2380
               go pede-lote
           end-read
           display pro-descricao at 0322

           move spaces to ws-lote
           accept ws-lote at 0415
           if ws-lote = spaces
               go pede-lote
           end-if

           perform localiza-lote thru localiza-lote-fim
           if not lote-encontrado
               display "Lote Nao Cadastrado Para o Produto. Enter"
                                      at 2301
               accept resposta at 2380
               go pede-lote
           end-if.

      * Todo cliente que recebeu o lote, com o pedido, a expedicao
      * e a fatura, para o contato de recolhimento. A expedicao
      * ainda nao faturada sai sem numero de fatura.
       gera-relatorio section.
           move "Recall-Lote"  to ws-spool-programa
           move "Spool-Recall" to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano

           move ws-produto             to 11-produto
           move pro-descricao          to 11-descricao
           move ws-lote                to 11-lote
           move lot-data-fabricacao    to 12-fabricacao
           move lot-data-validade      to 12-validade
           move lot-quantidade-entrada to 12-entrada
           move lot-saldo              to 12-saldo

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           move zeros to ws-clientes ws-expedicoes ws-quantidade-total
           sort arquivo-sort-recall
               on ascending key cliente-sort pedido-sort
                                expedicao-sort sequencia-sort
               input procedure  is carrega-recall
                              thru carrega-recall-fim
               output procedure is imprime-recall
                              thru imprime-recall-fim

           move spaces to linha-relatorio
           write linha-relatorio
           move "Clientes Atendidos......:" to 15-descricao
           move ws-clientes                 to 15-quantidade
           write linha-relatorio from linha-05
           move "Expedicoes..............:" to 15-descricao
           move ws-expedicoes               to 15-quantidade
           write linha-relatorio from linha-05
           move "Quantidade Expedida.....:" to 15-descricao
           move ws-quantidade-total         to 15-quantidade
           write linha-relatorio from linha-05
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Clientes Atendidos Pelo Lote: " at 2201
                       ws-clientes
           display "Relatorio de Recall Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-lote.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           write linha-relatorio from linha-02
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-03.
       carrega-recall.
           move ws-produto to lxp-produto
           move ws-lote    to lxp-lote
           move zeros      to lxp-expedicao lxp-sequencia
           start lotes-expedidos key is >= chave-lotes-expedidos
               invalid key
                   go carrega-recall-fim
           end-start.
       carrega-recall-le.
           read lotes-expedidos next at end
               go carrega-recall-fim
           end-read
           if lxp-produto not = ws-produto or lxp-lote not = ws-lote
               go carrega-recall-fim
           end-if

           move lxp-cliente    to cliente-sort
           move lxp-pedido     to pedido-sort
           move lxp-expedicao  to expedicao-sort
           move lxp-sequencia  to sequencia-sort
           move lxp-quantidade to quantidade-sort
           release registro-sort-recall
           go carrega-recall-le.
       carrega-recall-fim.
           exit.
       imprime-recall.
           move zeros to ws-cliente-anterior.
       imprime-recall-le.
           return arquivo-sort-recall at end
               go imprime-recall-fim
           end-return

           if cliente-sort not = ws-cliente-anterior
               add 1 to ws-clientes
               move cliente-sort to ws-cliente-anterior
               move cliente-sort to codigo-clientes
               read clientes invalid key
                   move "Cliente Nao Cadastrado" to nome-clientes
                   move spaces to uf-clientes cidade-clientes
               end-read
           end-if

           move expedicao-sort to exp-numero
           read expedicoes invalid key
               move zeros to exp-data-expedicao exp-fatura
           end-read

           add 1               to ws-expedicoes
           add quantidade-sort to ws-quantidade-total

           move cliente-sort       to 14-cliente
           move nome-clientes      to 14-nome
           move uf-clientes        to 14-uf
           move cidade-clientes    to 14-cidade
           move pedido-sort        to 14-pedido
           move expedicao-sort     to 14-expedicao
           move exp-data-expedicao to 14-data
           if expedicao-faturada
               move exp-fatura to 14-fatura
           else
               move zeros      to 14-fatura
           end-if
           move quantidade-sort    to 14-quantidade
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           go imprime-recall-le.
       imprime-recall-fim.
           exit.
      * O mesmo lote tem uma validade so; a busca percorre os
      * lotes do produto.
       localiza-lote.
           move "N" to situacao-lote
           move ws-produto to lot-produto
           move zeros      to lot-data-validade
           move spaces     to lot-lote
           start lotes key is >= chave-lotes invalid key
               go localiza-lote-fim
           end-start.
       localiza-lote-le.
           read lotes next at end
               go localiza-lote-fim
           end-read
           if lot-produto not = ws-produto
               go localiza-lote-fim
           end-if
           if lot-lote = ws-lote
               move "S" to situacao-lote
               go localiza-lote-fim
           end-if
           go localiza-lote-le.
       localiza-lote-fim.
           exit.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Recall-Lote.
