       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
       01 estado-produtos          pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-listas            pic x(02) value spaces.
       01 situacao-listas          pic x(01) value "N".
          88 listas-disponivel     value "S".
       01 estado-clientes          pic x(02) value spaces.
       01 ws-lista-cliente         pic 9(06) value zeros.
       01 ws-classe-lista          pic x(01) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-tem-preco             pic x(01) value "N".
          88 preco-encontrado      value "S".
       01 ws-divergencias          pic 9(05) value zeros.
       01 ws-selecao-reajuste      pic x(01) value spaces.
          88 reajuste-por-familia  value "F".
          88 reajuste-por-faixa    value "R".
          88 reajuste-todos        value "T".
       01 ws-familia-reajuste      pic 9(03) value zeros.
       01 ws-produto-inicial       pic 9(05) value zeros.
       01 ws-produto-final         pic 9(05) value zeros.
       01 ws-tipo-reajuste         pic x(01) value spaces.
          88 reajuste-percentual   value "P".
          88 reajuste-valor        value "V".
       01 ws-percentual-reajuste   pic 9(03)v99 value zeros.
       01 ws-valor-reajuste        pic 9(07)v99 value zeros.
       01 ws-arredondamento        pic 9(01) value zeros.
       01 ws-vigencia-nova         pic 9(08) value zeros.
       01 ws-modo-reajuste         pic x(01) value spaces.
          88 reajuste-previa       value "V".
          88 reajuste-grava        value "G".
       01 ws-preco-atual           pic 9(09)v99 value zeros.
       01 ws-preco-novo            pic 9(09)v99 value zeros.
       01 ws-preco-calculado       pic 9(09)v9999 value zeros.
       01 ws-preco-inteiro         pic 9(09) value zeros.
       01 ws-preco-decimos         pic 9(10) value zeros.
       01 ws-variacao-preco        pic s9(05)v99 value zeros.
       01 ws-reajustados           pic 9(05) value zeros.
       01 ws-ja-existentes         pic 9(05) value zeros.
       01 ws-preco-existe          pic x(01) value "N".
          88 preco-ja-existe       value "S".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
         03 filler                pic x(11) value "DATA PED".
         03 filler                pic x(16) value "PRECO PEDIDO".
         03 filler                pic x(16) value "PRECO TABELA".
         03 filler                pic x(07) value "ORIGEM".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-pedido             pic zzzzz9bb.
         03 12-produto            pic zzzz9bbbb.
         03 12-data               pic 9(08)bbb.
         03 12-preco-pedido       pic zzz.zzz.zz9,99bb.
         03 12-preco-tabela       pic zzz.zzz.zz9,99bb.
         03 12-origem             pic x(16).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(25)
                value "Total de Divergencias..:".
         03 13-divergencias       pic zz.zz9.
       01 linha-04.
         03 filler                pic x(32)
                value "Previa de Reajuste de Precos".
         03 filler                pic x(10) value "Vigencia:".
         03 04-vigencia           pic 9(08)bb.
         03 filler                pic x(14) value "Data Emissao:".
         03 04-dia                pic 99/.
         03 04-mes                pic 99/.
         03 04-ano                pic 99/.
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "PRODUTO".
         03 filler                pic x(42) value "DESCRICAO".
         03 filler                pic x(16) value "PRECO ATUAL".
         03 filler                pic x(16) value "PRECO NOVO".
         03 filler                pic x(10) value "VARIACAO%".
       01 linha-06.
         03 filler                pic x(05) value spaces.
         03 16-produto            pic zzzz9bbbb.
         03 16-descricao          pic x(42).
         03 16-preco-atual        pic zzz.zzz.zz9,99bb.
         03 16-preco-novo         pic zzz.zzz.zz9,99bb.
         03 16-variacao           pic -zzz9,99bb.
         03 16-observacao         pic x(20).
       01 linha-07.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(25)
                value "Precos a Reajustar.....:".
         03 17-reajustados        pic zz.zz9.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(25)
                value "Ja Existentes na Data..:".
         03 17-ja-existentes      pic zz.zz9.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
           display "03-Consultar lista os precos de um produto" at 0601
           display "04-Excluir  remove um preco da tabela"      at 0701
           display "05-Relatorio pedidos fora da tabela"        at 0801
           display "06-Reajuste em massa com vigencia futura"   at 0901
           display "07-Desfaz reajuste em massa de uma data"    at 1001
           display "00-Sair     encerra o programa"             at 1201
           display "Opcao: "                                    at 1401
           accept opcao at 1408

           if opcao = 01
               go inclusao
           if opcao = 05
               go divergencia
           else
           if opcao = 06
               go reajuste
           else
           if opcao = 07
               go desfaz-reajuste
           else
           if opcao = 00
               close precos produtos
               goback
               go mostra-opcoes
           end-if.

      * O preco vale por unidade base do produto (a do cadastro);
      * pedido em outra unidade converte a quantidade, nunca o preco.
       inclusao section.
           initialize registro-precos

           display erase                       at 0101
           display "Produto..............: "   at 0501
           display "Vigencia (AAAAMMDD)..: "   at 0601
           display "Preco p/ Unid. Base..: "   at 0701
           accept prc-produto at 0524
           if prc-produto = zeros
               go mostra-opcoes
               go inclusao
           end-read
           display pro-descricao at 0530
           display pro-unidade   at 0738

           accept prc-data-vigencia at 0624
           if prc-data-vigencia = zeros
               accept resposta at 2380
               go inclusao-dados
           end-if
           move "M"              to prc-origem
           move usuario-corrente to prc-operador
           accept prc-data-inclusao from date yyyymmdd

           write registro-precos invalid key
               display "Gravacao com Problemas, Estado " at 2301
               go alteracao
           end-read

           display "Preco p/ Unid. Base..: "   at 0701
           display prc-preco                   at 0724
           accept prc-preco                    at 0724
           if prc-preco = zeros

      * Compara o preco gravado em cada item de pedido com o preco
      * da tabela vigente na data do pedido: digitacao manual fora
      * da tabela e a maior fonte de erro de entrada. Item precificado
      * por lista especial e comparado com a lista que foi aplicada;
      * item com preco de campanha promocional fica fora.
       divergencia section.
           open input pedidos
           if estado-pedidos not = "00"
               close pedidos
               go mostra-opcoes
           end-if
           open input listas-preco clientes
           move "N" to situacao-listas
           if estado-listas = "00"
               move "S" to situacao-listas
           end-if

           move "Manutencao-Precos"        to ws-spool-programa
           move "Spool-DivergenciaPrecos"  to ws-spool-nome
               go divergencia-fim
           end-read

           if ite-campanha not = zeros
               go divergencia-le
           end-if

           move ite-pedido to numero-pedidos
           read pedidos invalid key
               go divergencia-le
           move data-pedidos(3:2) to ws-data-pedido-aaaammdd(5:2)
           move data-pedidos(1:2) to ws-data-pedido-aaaammdd(7:2)

           if preco-lista-cliente or preco-lista-classe
               perform busca-lista-aplicada
                   thru busca-lista-aplicada-fim
           else
               perform busca-preco-vigente thru busca-preco-vigente-fim
           end-if
           if not preco-encontrado
               go divergencia-le
           end-if
           move data-pedidos       to 12-data
           move ite-preco-unitario to 12-preco-pedido
           move ws-preco-vigente   to 12-preco-tabela
           evaluate true
               when preco-lista-cliente
                   move "Lista Cliente"  to 12-origem
               when preco-lista-classe
                   move "Lista Classe"   to 12-origem
               when preco-do-orcamento
                   move "Orcamento"      to 12-origem
               when other
                   move "Tabela Geral"   to 12-origem
           end-evaluate
           write linha-relatorio from linha-02 at eop
               perform divergencia-cabecalho
           end-write
           write linha-relatorio from linha-03
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close pedidos itens-pedido relatorio listas-preco clientes

           display "Divergencias Encontradas: " at 2201
                       ws-divergencias
           display "Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.
      * Reajuste em massa: os precos vigentes ficam como estao e um
      * novo registro entra com a vigencia futura informada. A
      * previa sai sempre impressa antes da gravacao; o reajuste se
      * desfaz pela opcao 07 enquanto a vigencia nao chegar.
       reajuste section.
           display erase at 0101
           display "Reajuste de Precos em Massa" at 0101
           display "Selecao F=Familia R=Faixa T=Todos.: " at 0301
           move spaces to ws-selecao-reajuste
           accept ws-selecao-reajuste at 0338
           inspect ws-selecao-reajuste converting "frt" to "FRT"
           move zeros to ws-familia-reajuste ws-produto-inicial
           move 99999 to ws-produto-final
           evaluate true
               when reajuste-por-familia
                   display "Familia...........................: "
                                                           at 0401
                   accept ws-familia-reajuste at 0438
                   if ws-familia-reajuste = zeros
                       go mostra-opcoes
                   end-if
               when reajuste-por-faixa
                   display "Produto Inicial...................: "
                                                           at 0401
                   display "Produto Final.....................: "
                                                           at 0501
                   accept ws-produto-inicial at 0438
                   accept ws-produto-final   at 0538
                   if ws-produto-final < ws-produto-inicial
                       display "Faixa Invalida, verifique." at 2301
                       accept resposta at 2380
                       go reajuste
                   end-if
               when reajuste-todos
                   continue
               when other
                   go mostra-opcoes
           end-evaluate.
       reajuste-tipo.
           display "Tipo P=Percentual V=Valor Fixo....: " at 0701
           move spaces to ws-tipo-reajuste
           accept ws-tipo-reajuste at 0738
           inspect ws-tipo-reajuste converting "pv" to "PV"
           move zeros to ws-percentual-reajuste ws-valor-reajuste
           if reajuste-percentual
               display "Percentual de Aumento.............: " at 0801
               accept ws-percentual-reajuste at 0838
               if ws-percentual-reajuste = zeros
                   go reajuste-tipo
               end-if
           else
           if reajuste-valor
               display "Valor do Aumento..................: " at 0801
               accept ws-valor-reajuste at 0838
               if ws-valor-reajuste = zeros
                   go reajuste-tipo
               end-if
           else
               go reajuste-tipo
           end-if
           end-if.
       reajuste-arredonda.
           display "Arredonda 1=Centavo 2=Dez Centavos" at 0901
           display "          3=Real    4=Final 0,90...: " at 1001
           move 1 to ws-arredondamento
           accept ws-arredondamento at 1038
           if ws-arredondamento < 1 or ws-arredondamento > 4
               go reajuste-arredonda
           end-if.
       reajuste-vigencia.
           display "Vigencia Nova (AAAAMMDD)..........: " at 1101
           move zeros to ws-vigencia-nova
           accept ws-vigencia-nova at 1138
           accept ws-data-sistema from date yyyymmdd
           if ws-vigencia-nova not > ws-data-sistema
               display "Vigencia Deve Ser Futura, verifique." at 2301
               accept resposta at 2380
               go reajuste-vigencia
           end-if

           move "V" to ws-modo-reajuste
           move "Manutencao-Precos"   to ws-spool-programa
           move "Spool-ReajustePrecos" to ws-spool-nome
           perform registra-spool
           open output relatorio
           accept ws-data from date
           move ws-dia to 04-dia
           move ws-mes to 04-mes
           move ws-ano to 04-ano
           move ws-vigencia-nova to 04-vigencia
           move spaces to linha-relatorio
           write linha-relatorio
           perform reajuste-cabecalho
           perform reajuste-processa thru reajuste-processa-fim
           move ws-reajustados   to 17-reajustados
           move ws-ja-existentes to 17-ja-existentes
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-07
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Precos a Reajustar: " at 2101
           display ws-reajustados        at 2121
           display "Previa Impressa. Grava os Novos Precos? S/N"
                                          at 2301
           move spaces to resposta
           accept resposta at 2350
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           move "G" to ws-modo-reajuste
           perform reajuste-processa thru reajuste-processa-fim
           display "Precos Gravados: "      at 2201
           display ws-reajustados           at 2218
           display "Enter Continua"         at 2310
           accept resposta at 2350
           go mostra-opcoes.
       reajuste-cabecalho.
           write linha-relatorio from linha-04
           write linha-relatorio from linha-05.
       reajuste-processa.
           move zeros to ws-reajustados ws-ja-existentes
           move ws-produto-inicial to pro-codigo
           start produtos key is >= chave-produtos invalid key
               go reajuste-processa-fim
           end-start.
       reajuste-processa-le.
           read produtos next at end
               go reajuste-processa-fim
           end-read
           if pro-codigo > ws-produto-final
               go reajuste-processa-fim
           end-if
           if not produto-ativo
               go reajuste-processa-le
           end-if
           if reajuste-por-familia
               and pro-familia not = ws-familia-reajuste
               go reajuste-processa-le
           end-if

           perform busca-preco-base thru busca-preco-base-fim
           perform calcula-preco-novo

           if preco-ja-existe
               add 1 to ws-ja-existentes
           else
               add 1 to ws-reajustados
           end-if

           if reajuste-previa
               move pro-codigo     to 16-produto
               move pro-descricao  to 16-descricao
               move ws-preco-atual to 16-preco-atual
               move ws-preco-novo  to 16-preco-novo
               move zeros to ws-variacao-preco
               if ws-preco-atual > zeros
                   compute ws-variacao-preco rounded =
                           (ws-preco-novo - ws-preco-atual) * 100
                         / ws-preco-atual
                       on size error
                           move 99999,99 to ws-variacao-preco
                   end-compute
               end-if
               move ws-variacao-preco to 16-variacao
               move spaces to 16-observacao
               if preco-ja-existe
                   move "JA EXISTE NA DATA" to 16-observacao
               end-if
               write linha-relatorio from linha-06 at eop
                   perform reajuste-cabecalho
               end-write
               go reajuste-processa-le
           end-if

           if not preco-ja-existe
               initialize registro-precos
               move pro-codigo       to prc-produto
               move ws-vigencia-nova to prc-data-vigencia
               move ws-preco-novo    to prc-preco
               move "R"              to prc-origem
               move usuario-corrente to prc-operador
               move ws-data-sistema  to prc-data-inclusao
               write registro-precos invalid key
                   subtract 1 from ws-reajustados
               end-write
           end-if
           go reajuste-processa-le.
       reajuste-processa-fim.
           exit.
      * Base do reajuste: o preco que vale na vespera da nova
      * vigencia (o cadastro do produto se nao houver tabela). Um
      * registro ja existente na mesma data nao e substituido.
       busca-preco-base.
           move "N"       to ws-preco-existe
           move pro-preco to ws-preco-atual
           move pro-codigo to prc-produto
           move zeros      to prc-data-vigencia
           start precos key is >= chave-precos invalid key
               go busca-preco-base-fim
           end-start.
       busca-preco-base-le.
           read precos next at end
               go busca-preco-base-fim
           end-read
           if prc-produto not = pro-codigo
               go busca-preco-base-fim
           end-if
           if prc-data-vigencia = ws-vigencia-nova
               move "S" to ws-preco-existe
               go busca-preco-base-fim
           end-if
           if prc-data-vigencia > ws-vigencia-nova
               go busca-preco-base-fim
           end-if
           move prc-preco to ws-preco-atual
           go busca-preco-base-le.
       busca-preco-base-fim.
           exit.
       calcula-preco-novo.
           if reajuste-percentual
               compute ws-preco-calculado =
                       ws-preco-atual * (100 + ws-percentual-reajuste)
                     / 100
               end-compute
           else
               compute ws-preco-calculado =
                       ws-preco-atual + ws-valor-reajuste
               end-compute
           end-if

           evaluate ws-arredondamento
               when 2
                   compute ws-preco-decimos rounded =
                           ws-preco-calculado * 10
                   end-compute
                   compute ws-preco-novo = ws-preco-decimos / 10
                   end-compute
               when 3
                   compute ws-preco-inteiro rounded =
                           ws-preco-calculado
                   end-compute
                   move ws-preco-inteiro to ws-preco-novo
               when 4
                   move ws-preco-calculado to ws-preco-inteiro
                   compute ws-preco-novo = ws-preco-inteiro + 0,90
                   end-compute
                   if ws-preco-novo < ws-preco-calculado
                       add 1 to ws-preco-novo
                   end-if
               when other
                   compute ws-preco-novo rounded =
                           ws-preco-calculado
                   end-compute
           end-evaluate.

      * Desfaz so o que o reajuste em massa gravou para a data, e so
      * enquanto a vigencia nao chegou: preco ja vigente pode ter
      * sido usado em pedido.
       desfaz-reajuste section.
           display erase at 0101
           display "Desfaz Reajuste de Precos em Massa" at 0101
           display "Vigencia do Reajuste (AAAAMMDD)...: " at 0301
           move zeros to ws-vigencia-nova
           accept ws-vigencia-nova at 0338
           if ws-vigencia-nova = zeros
               go mostra-opcoes
           end-if
           accept ws-data-sistema from date yyyymmdd
           if ws-vigencia-nova not > ws-data-sistema
               display "Vigencia Ja Chegou, Nao Pode Ser Desfeita."
                                          at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           move "V" to ws-modo-reajuste
           perform desfaz-processa thru desfaz-processa-fim
           if ws-reajustados = zeros
               display "Nao Ha Reajuste em Massa Nesta Data." at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           display "Precos do Reajuste: " at 0501
           display ws-reajustados        at 0521
           display "Confirma Exclusao? Sim ou Nao?" at 2301
           move spaces to resposta
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           move "G" to ws-modo-reajuste
           perform desfaz-processa thru desfaz-processa-fim
           display "Precos Excluidos: " at 0601
           display ws-reajustados      at 0619
           display "Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.
       desfaz-processa.
           move zeros to ws-reajustados
           move zeros to prc-produto prc-data-vigencia
           start precos key is >= chave-precos invalid key
               go desfaz-processa-fim
           end-start.
       desfaz-processa-le.
           read precos next at end
               go desfaz-processa-fim
           end-read
           if prc-data-vigencia not = ws-vigencia-nova
               or not preco-reajuste-massa
               go desfaz-processa-le
           end-if
           add 1 to ws-reajustados
           if reajuste-grava
               delete precos invalid key
                   subtract 1 from ws-reajustados
               end-delete
           end-if
           go desfaz-processa-le.
       desfaz-processa-fim.
           exit.

      * Preco vigente: o registro de maior data-vigencia que nao
      * ultrapassa a data do pedido.
       busca-preco-vigente.
           go busca-preco-vigente-le.
       busca-preco-vigente-fim.
           exit.
      * Lista especial que precificou o item: a do cliente do pedido
      * ou a da classe ABC atual do cliente.
       busca-lista-aplicada.
           move "N"   to ws-tem-preco
           move zeros to ws-preco-vigente
           if not listas-disponivel
               go busca-lista-aplicada-fim
           end-if

           move zeros  to ws-lista-cliente
           move spaces to ws-classe-lista
           if preco-lista-cliente
               move cliente-pedidos to ws-lista-cliente
           else
               move cliente-pedidos to codigo-clientes
               read clientes invalid key
                   go busca-lista-aplicada-fim
               end-read
               move classe-clientes to ws-classe-lista
           end-if

           move ws-lista-cliente  to lpr-cliente
           move ws-classe-lista   to lpr-classe
           move ite-produto       to lpr-produto
           move zeros             to lpr-data-vigencia
           start listas-preco key is >= chave-listas-preco invalid key
               go busca-lista-aplicada-fim
           end-start.
       busca-lista-aplicada-le.
           read listas-preco next at end
               go busca-lista-aplicada-fim
           end-read
           if lpr-cliente not = ws-lista-cliente
               or lpr-classe not = ws-classe-lista
               or lpr-produto not = ite-produto
               go busca-lista-aplicada-fim
           end-if
           if lpr-data-vigencia > ws-data-pedido-aaaammdd
               go busca-lista-aplicada-fim
           end-if
           move "S"       to ws-tem-preco
           move lpr-preco to ws-preco-vigente
           go busca-lista-aplicada-le.
       busca-lista-aplicada-fim.
           exit.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

