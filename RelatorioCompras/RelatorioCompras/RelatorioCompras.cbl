       identification division.
       program-id. Relatorio-Compras.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-PedidosCompra.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\Select-Fornecedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-compras assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-PedidosCompra.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCompra.txt".
       copy "C:\CursoCobol\Copylib\FD-Fornecedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-compras.
       01 registro-sort-compras.
           03 fornecedor-sort      pic 9(05).
           03 prevista-sort        pic 9(08).
           03 pedido-sort          pic 9(06).
           03 sequencia-sort       pic 9(02).
           03 produto-sort         pic 9(05).
           03 saldo-sort           pic 9(05)v99.
           03 valor-sort           pic 9(09)v99.

       working-storage section.
       01 estado-pedidos-compra    pic x(02) value spaces.
       01 estado-itens-compra      pic x(02) value spaces.
       01 estado-fornecedores      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-fornecedor-anterior   pic 9(05) value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-linhas-abertas        pic 9(07) value zeros.
       01 ws-linhas-atrasadas      pic 9(07) value zeros.
       01 ws-valor-aberto          pic 9(11)v99 value zeros.
       01 ws-valor-fornecedor      pic 9(11)v99 value zeros.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-prevista         pic 9(07) value zeros.
       01 ws-dias-atraso           pic 9(05) value zeros.
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
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Pedidos de Compra em Aberto".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "PEDIDO".
         03 filler                pic x(05) value "SEQ".
         03 filler                pic x(08) value "PRODUTO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(11) value "PREVISTA".
         03 filler                pic x(13) value "SALDO".
         03 filler                pic x(16) value "VALOR".
         03 filler                pic x(08) value "ATRASO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(12) value "Fornecedor:".
         03 12-fornecedor         pic zzzz9bb.
         03 12-razao-social       pic x(40).
         03 12-telefone           pic x(15).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-pedido             pic zzzzz9bbb.
         03 13-sequencia          pic z9bbb.
         03 13-produto            pic zzzz9bbb.
         03 13-descricao          pic x(30)bb.
         03 13-prevista           pic 9(08)bbb.
         03 13-saldo              pic zz.zz9,99bbbb.
         03 13-valor              pic zzz.zzz.zz9,99bb.
         03 13-atraso             pic zz.zz9bb.
         03 13-situacao           pic x(08).
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26)
                value "Total do Fornecedor.....:".
         03 14-valor              pic zz.zzz.zzz.zz9,99.
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 15-descricao          pic x(26).
         03 15-quantidade         pic zz.zzz.zz9.
       01 linha-06.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26)
                value "Valor em Aberto.........:".
         03 16-valor              pic zz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

      * Saldo a receber por fornecedor e data prevista: a linha
      * cuja data prevista ja passou sai marcada como atrasada
      * para o comprador cobrar a entrega.
       procedimento-geral section.
           move "00" to resultado-execucao
           move zeros to ws-lidos ws-linhas-abertas
                         ws-linhas-atrasadas ws-valor-aberto

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje

           move "Relatorio-Compras" to ws-spool-programa
           move "Spool-Compras"     to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-compras
               on ascending key fornecedor-sort prevista-sort
                                pedido-sort sequencia-sort
               input procedure  is carrega-compras
                              thru carrega-compras-fim
               output procedure is imprime-compras
                              thru imprime-compras-fim

           move spaces to linha-relatorio
           write linha-relatorio
           move "Linhas em Aberto........:" to 15-descricao
           move ws-linhas-abertas           to 15-quantidade
           write linha-relatorio from linha-05
           move "Linhas em Atraso........:" to 15-descricao
           move ws-linhas-atrasadas         to 15-quantidade
           write linha-relatorio from linha-05
           move ws-valor-aberto to 16-valor
           write linha-relatorio from linha-06
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           move "Relatorio-Compras"  to ctr-etapa
           move ws-lidos             to ctr-lidos
           move ws-linhas-abertas    to ctr-gravados
           move ws-linhas-atrasadas  to ctr-rejeitados
           move ws-valor-aberto      to ctr-hash-vendas
           perform grava-controle

           if not batch-ativo
               display "Compras em Aberto Listadas. Atrasadas: "
                                      at 2301 ws-linhas-atrasadas
               accept resposta at 2380
           end-if
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-compras.
           open input pedidos-compra
           if estado-pedidos-compra not = "00"
               move "89" to resultado-execucao
               go carrega-compras-fim
           end-if
           open input itens-compra
           if estado-itens-compra not = "00"
               move "89" to resultado-execucao
               close pedidos-compra
               go carrega-compras-fim
           end-if.
       carrega-compras-le.
           read pedidos-compra next at end
               go carrega-compras-encerra
           end-read

           add 1 to ws-lidos
           if not compra-aberta and not compra-parcial
               go carrega-compras-le
           end-if

           move pc-numero to ic-pedido
           move zeros     to ic-sequencia
           start itens-compra key is >= chave-itens-compra invalid key
               go carrega-compras-le
           end-start.
       carrega-compras-itens.
           read itens-compra next at end
               go carrega-compras-le
           end-read
           if ic-pedido not = pc-numero
               go carrega-compras-le
           end-if
           if not item-compra-aberto and not item-compra-parcial
               go carrega-compras-itens
           end-if
           if ic-quantidade-recebida not < ic-quantidade
               go carrega-compras-itens
           end-if

           move pc-fornecedor    to fornecedor-sort
           move pc-data-prevista to prevista-sort
           move pc-numero        to pedido-sort
           move ic-sequencia     to sequencia-sort
           move ic-produto       to produto-sort
           compute saldo-sort = ic-quantidade - ic-quantidade-recebida
           end-compute
           compute valor-sort rounded =
                   saldo-sort * ic-preco-unitario
           end-compute
           release registro-sort-compras
           go carrega-compras-itens.
       carrega-compras-encerra.
           close pedidos-compra itens-compra.
       carrega-compras-fim.
           exit.
       imprime-compras.
           open input fornecedores
           open input produtos
           move zeros to ws-fornecedor-anterior ws-valor-fornecedor.
       imprime-compras-le.
           return arquivo-sort-compras at end
               go imprime-compras-encerra
           end-return

           if fornecedor-sort not = ws-fornecedor-anterior
               perform imprime-total-fornecedor
               move fornecedor-sort to ws-fornecedor-anterior
               move fornecedor-sort to for-codigo
               read fornecedores invalid key
                   move spaces to for-razao-social for-telefone
               end-read
               move fornecedor-sort  to 12-fornecedor
               move for-razao-social to 12-razao-social
               move for-telefone     to 12-telefone
               move spaces to linha-relatorio
               write linha-relatorio
               write linha-relatorio from linha-02 at eop
                   perform imprime-cabecalho
               end-write
           end-if

           move produto-sort to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read

           move zeros  to ws-dias-atraso
           move spaces to 13-situacao
           move prevista-sort to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-prevista
           if ws-dias-prevista < ws-dias-hoje
               compute ws-dias-atraso =
                       ws-dias-hoje - ws-dias-prevista
               end-compute
               move "ATRASADO" to 13-situacao
               add 1 to ws-linhas-atrasadas
           end-if

           add 1          to ws-linhas-abertas
           add valor-sort to ws-valor-aberto ws-valor-fornecedor

           move pedido-sort    to 13-pedido
           move sequencia-sort to 13-sequencia
           move produto-sort   to 13-produto
           move pro-descricao  to 13-descricao
           move prevista-sort  to 13-prevista
           move saldo-sort     to 13-saldo
           move valor-sort     to 13-valor
           move ws-dias-atraso to 13-atraso
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           go imprime-compras-le.
       imprime-compras-encerra.
           perform imprime-total-fornecedor
           close fornecedores produtos.
       imprime-compras-fim.
           exit.
       imprime-total-fornecedor.
           if ws-fornecedor-anterior = zeros
               exit paragraph
           end-if
           move ws-valor-fornecedor to 14-valor
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           move zeros to ws-valor-fornecedor.
      * Conversao de data em contagem corrida de dias para poder
      * subtrair a data prevista da data de hoje.
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

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Compras.
