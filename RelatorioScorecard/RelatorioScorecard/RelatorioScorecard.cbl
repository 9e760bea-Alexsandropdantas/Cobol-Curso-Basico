       identification division.
       program-id. Relatorio-Scorecard.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Metas.txt".
       copy "C:\CursoCobol\Copylib\Select-Visitas.txt".
       copy "C:\CursoCobol\Copylib\Select-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select arquivo-rh assign to ws-local-rh
               file status is estado-arquivo-rh
               organization is line sequential.
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-scorecard assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Metas.txt".
       copy "C:\CursoCobol\Copylib\FD-Visitas.txt".
       copy "C:\CursoCobol\Copylib\FD-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd arquivo-rh label record omitted.
       01 linha-rh                 pic x(120).
       01 header-rh redefines linha-rh.
           02 hrh-tipo               pic x(01).
           02 hrh-competencia        pic 9(06).
           02 hrh-data               pic 9(08).
           02 hrh-hora               pic 9(08).
           02 hrh-peso-meta          pic 9(03).
           02 hrh-peso-cobertura     pic 9(03).
           02 hrh-peso-devolucao     pic 9(03).
           02 hrh-peso-margem        pic 9(03).
           02 hrh-peso-inadimplencia pic 9(03).
           02 hrh-margem-alvo        pic 9(03)v99.
           02 filler                 pic x(77).
       01 detalhe-rh redefines linha-rh.
           02 drh-tipo               pic x(01).
           02 drh-competencia        pic 9(06).
           02 drh-vendedor           pic 9(03).
           02 drh-supervisor         pic 9(03).
           02 drh-posicao            pic 9(03).
           02 drh-nota               pic 9(03)v99.
           02 drh-nota-anterior-1    pic 9(03)v99.
           02 drh-nota-anterior-2    pic 9(03)v99.
           02 drh-tendencia          pic x(01).
           02 drh-pct-meta           pic 9(03)v99.
           02 drh-pct-cobertura      pic 9(03)v99.
           02 drh-pct-devolucao      pic 9(03)v99.
           02 drh-sinal-margem       pic x(01).
           02 drh-pct-margem         pic 9(03)v99.
           02 drh-pct-inadimplencia  pic 9(03)v99.
           02 drh-vendas             pic 9(11)v99.
           02 drh-meta               pic 9(11)v99.
           02 filler                 pic x(36).
       01 trailer-rh redefines linha-rh.
           02 trh-tipo               pic x(01).
           02 trh-contagem           pic 9(07).
           02 trh-hash-notas         pic 9(09)v99.
           02 filler                 pic x(101).
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-scorecard.
       01 registro-sort-scorecard.
           03 supervisor-sort      pic 9(03).
           03 nota-sort            pic 9(03)v99.
           03 vendedor-sort        pic 9(03).
           03 nota-anterior-1-sort pic 9(03)v99.
           03 nota-anterior-2-sort pic 9(03)v99.
           03 pct-meta-sort        pic 9(03)v99.
           03 pct-cobertura-sort   pic 9(03)v99.
           03 pct-devolucao-sort   pic 9(03)v99.
           03 pct-margem-sort      pic s9(03)v99.
           03 pct-inadimplencia-sort pic 9(03)v99.
           03 vendas-sort          pic 9(11)v99.
           03 meta-sort            pic 9(11)v99.

       working-storage section.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-metas             pic x(02) value spaces.
       01 estado-visitas           pic x(02) value spaces.
       01 estado-devolucoes        pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-arquivo-rh        pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-rh              pic x(70) value spaces.
       01 ws-geracao-rh            pic 9(07) value zeros.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-hora-sistema          pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-comp-trabalho         pic 9(06) value zeros.
       01 filler redefines ws-comp-trabalho.
          03 ws-comp-ano           pic 9(04).
          03 ws-comp-mes           pic 9(02).
       01 ws-comp-teste            pic 9(06) value zeros.
       01 tabela-janela.
          03 ws-comp-janela        pic 9(06) occurs 3 times.
       01 ws-ind-mes               pic 9(01) value zeros.
       01 ws-ind-vendedor          pic 9(04) value zeros.
       01 ws-receita-item          pic 9(11)v99 value zeros.
       01 ws-custo-item            pic 9(11)v99 value zeros.
       01 ws-saldo-titulo          pic 9(09)v99 value zeros.
       01 ws-margem                pic s9(13)v99 value zeros.
       01 ws-soma-pesos            pic 9(05) value zeros.
       01 ws-media-anterior        pic 9(03)v99 value zeros.
       01 ws-diferenca             pic s9(03)v99 value zeros.
       01 ws-supervisor-anterior   pic 9(03) value zeros.
       01 ws-posicao               pic 9(03) value zeros.
       01 ws-vendedores-equipe     pic 9(03) value zeros.
       01 ws-soma-notas-equipe     pic 9(07)v99 value zeros.
       01 ws-registros-rh          pic 9(07) value zeros.
       01 ws-hash-notas            pic 9(09)v99 value zeros.
       01 ws-tem-metas             pic x(01) value "N".
          88 metas-disponivel      value "S".
       01 ws-tem-visitas           pic x(01) value "N".
          88 visitas-disponivel    value "S".
       01 ws-tem-devolucoes        pic x(01) value "N".
          88 devolucoes-disponivel value "S".
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

      * Pesos de cada indicador na nota e a margem que vale nota
      * cheia; os valores abaixo valem quando a tabela de parametros
      * nao tem o codigo cadastrado.
       01 pesos-scorecard.
          03 ws-peso-meta          pic 9(03) value 40.
          03 ws-peso-cobertura     pic 9(03) value 15.
          03 ws-peso-devolucao     pic 9(03) value 15.
          03 ws-peso-margem        pic 9(03) value 20.
          03 ws-peso-inadimplencia pic 9(03) value 10.
          03 ws-margem-alvo        pic 9(03)v99 value 30,00.

      * Indicadores e notas de um vendedor em um mes da janela.
       01 indicadores-mes.
          03 ws-pct-meta           pic 9(03)v99 value zeros.
          03 ws-pct-cobertura      pic 9(03)v99 value zeros.
          03 ws-pct-devolucao      pic 9(03)v99 value zeros.
          03 ws-pct-margem         pic s9(03)v99 value zeros.
          03 ws-pct-inadimplencia  pic 9(03)v99 value zeros.
          03 ws-nota-meta          pic 9(03)v99 value zeros.
          03 ws-nota-cobertura     pic 9(03)v99 value zeros.
          03 ws-nota-devolucao     pic s9(05)v99 value zeros.
          03 ws-nota-margem        pic s9(05)v99 value zeros.
          03 ws-nota-inadimplencia pic s9(05)v99 value zeros.
          03 ws-nota-final         pic 9(03)v99 value zeros.

      * Acumulados por vendedor (indice = codigo) e por mes da
      * janela: 1 e 2 sao os dois meses anteriores, 3 a competencia.
       01 tabela-scorecard.
          03 sco-vendedor occurs 999 times.
             05 sco-ativo          pic x(01).
             05 sco-supervisor     pic 9(03).
             05 sco-carteira       pic 9(05).
             05 sco-mes occurs 3 times.
                07 scm-meta        pic 9(11)v99.
                07 scm-vendas      pic 9(11)v99.
                07 scm-receita     pic 9(11)v99.
                07 scm-custo       pic 9(11)v99.
                07 scm-devolucao   pic 9(11)v99.
                07 scm-visitados   pic 9(05).
                07 scm-ultimo-cliente pic 9(06).
                07 scm-vencendo    pic 9(11)v99.
                07 scm-atraso      pic 9(11)v99.
                07 scm-nota        pic 9(03)v99.

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(34)
                value "Scorecard de Vendedores".
         03 filler                pic x(12) value "Competencia:".
         03 00-competencia        pic 9999/99bbb.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(05) value "POS".
         03 filler                pic x(05) value "VEND".
         03 filler                pic x(26) value "NOME".
         03 filler                pic x(09) value "META%".
         03 filler                pic x(09) value "COBERT%".
         03 filler                pic x(09) value "DEVOL%".
         03 filler                pic x(09) value "MARGEM%".
         03 filler                pic x(09) value "INADIMP%".
         03 filler                pic x(10) value "NOTA".
         03 filler                pic x(09) value "NOTA M-2".
         03 filler                pic x(09) value "NOTA M-1".
         03 filler                pic x(09) value "TENDENCIA".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(22)
                value "Equipe do Supervisor:".
         03 12-supervisor         pic zz9bb.
         03 12-nome               pic x(40).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-posicao            pic zz9bb.
         03 13-vendedor           pic zz9bb.
         03 13-nome               pic x(25)b.
         03 13-pct-meta           pic zz9,99bbb.
         03 13-pct-cobertura      pic zz9,99bbb.
         03 13-pct-devolucao      pic zz9,99bbb.
         03 13-pct-margem         pic -zz9,99bb.
         03 13-pct-inadimplencia  pic zz9,99bbb.
         03 13-nota               pic zz9,99bbbb.
         03 13-nota-anterior-2    pic zz9,99bbb.
         03 13-nota-anterior-1    pic zz9,99bbb.
         03 13-tendencia          pic x(08).
       01 linha-04.
         03 filler                pic x(10) value spaces.
         03 filler                pic x(21)
                value "Media da Equipe.....:".
         03 14-vendedores         pic zz9.
         03 filler                pic x(47) value " vendedores".
         03 14-media              pic zz9,99.
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(12) value "Pesos: Meta".
         03 15-peso-meta          pic zz9bb.
         03 filler                pic x(10) value "Cobertura".
         03 15-peso-cobertura     pic zz9bb.
         03 filler                pic x(11) value "Devolucao".
         03 15-peso-devolucao     pic zz9bb.
         03 filler                pic x(07) value "Margem".
         03 15-peso-margem        pic zz9bb.
         03 filler                pic x(15) value "Inadimplencia".
         03 15-peso-inadimplencia pic zz9bb.
         03 filler                pic x(14) value "Margem Alvo:".
         03 15-margem-alvo        pic zz9,99.
         03 filler                pic x(01) value "%".

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input vendedores
           if estado-vendedores not = "00"
               display "Arquivo Vendedores Com Problema Estado "
                           at 2301 estado-vendedores
               accept resposta at 2380
               goback
           end-if

           open input pedidos
           if estado-pedidos not = "00"
               display "Arquivo Pedidos Com Problema Estado " at 2301
                           estado-pedidos
               accept resposta at 2380
               close vendedores
               goback
           end-if

           open input itens-pedido
           if estado-itens-pedido not = "00"
               display "Arquivo Itens Pedido Com Problema Estado "
                           at 2301 estado-itens-pedido
               accept resposta at 2380
               close vendedores pedidos
               goback
           end-if

           open input clientes titulos-receber

      * Metas, visitas e devolucoes podem ainda nao existir: o
      * indicador correspondente fica zerado.
           move "N" to ws-tem-metas ws-tem-visitas ws-tem-devolucoes
           open input metas
           if estado-metas = "00"
               move "S" to ws-tem-metas
           else
               close metas
           end-if
           open input visitas
           if estado-visitas = "00"
               move "S" to ws-tem-visitas
           else
               close visitas
           end-if
           open input devolucoes
           if estado-devolucoes = "00"
               move "S" to ws-tem-devolucoes
           else
               close devolucoes
           end-if.

       carrega-pesos section.
           move "PESO-META" to ws-par-codigo
           perform le-peso
           if ws-par-achou = "S"
               move ws-par-valor-num to ws-peso-meta
           end-if

           move "PESO-COBERTURA" to ws-par-codigo
           perform le-peso
           if ws-par-achou = "S"
               move ws-par-valor-num to ws-peso-cobertura
           end-if

           move "PESO-DEVOLUCAO" to ws-par-codigo
           perform le-peso
           if ws-par-achou = "S"
               move ws-par-valor-num to ws-peso-devolucao
           end-if

           move "PESO-MARGEM" to ws-par-codigo
           perform le-peso
           if ws-par-achou = "S"
               move ws-par-valor-num to ws-peso-margem
           end-if

           move "PESO-INADIMPLENCIA" to ws-par-codigo
           perform le-peso
           if ws-par-achou = "S"
               move ws-par-valor-num to ws-peso-inadimplencia
           end-if

           move "MARGEM-ALVO" to ws-par-codigo
           perform le-peso
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-margem-alvo
           end-if
           cancel "Le-Parametro"

           compute ws-soma-pesos = ws-peso-meta + ws-peso-cobertura
                 + ws-peso-devolucao + ws-peso-margem
                 + ws-peso-inadimplencia
           end-compute
           if ws-soma-pesos = zeros
               move 40 to ws-peso-meta
               move 15 to ws-peso-cobertura
               move 15 to ws-peso-devolucao
               move 20 to ws-peso-margem
               move 10 to ws-peso-inadimplencia
               move 100 to ws-soma-pesos
           end-if
           go pede-competencia.
      * Peso zero cadastrado e valido: tira o indicador da nota.
       le-peso.
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-valor-num < zeros
               move "N" to ws-par-achou
           end-if.

       pede-competencia section.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia

           display erase at 0101
           display "Scorecard de Vendedores" at 0101
           display "Competencia (AAAAMM): " at 0301
           display ws-competencia at 0323
           accept ws-competencia at 0323
           if ws-competencia = zeros
               close vendedores pedidos itens-pedido clientes
                     titulos-receber
               if metas-disponivel
                   close metas
               end-if
               if visitas-disponivel
                   close visitas
               end-if
               if devolucoes-disponivel
                   close devolucoes
               end-if
               goback
           end-if

           move ws-competencia to ws-comp-trabalho
           if ws-comp-mes < 01 or ws-comp-mes > 12
               display "Competencia Invalida, verifique." at 2301
               accept resposta at 2380
               go pede-competencia
           end-if

           move ws-competencia to ws-comp-janela(3)
           perform mes-anterior
           move ws-comp-trabalho to ws-comp-janela(2)
           perform mes-anterior
           move ws-comp-trabalho to ws-comp-janela(1)
           go apura-scorecard.
       mes-anterior.
           if ws-comp-mes = 01
               subtract 1 from ws-comp-ano
               move 12 to ws-comp-mes
           else
               subtract 1 from ws-comp-mes
           end-if.

      * Cada indicador e apurado para a competencia e os dois meses
      * anteriores, dando a tendencia da nota no trimestre:
      *   meta........: vendas confirmadas contra a meta do mes
      *   cobertura...: clientes distintos visitados contra a
      *                 carteira atual do vendedor
      *   devolucao...: devolucoes da competencia contra as vendas
      *   margem......: receita liquida contra o custo dos itens
      *   inadimplencia: titulos vencendo no mes pagos em atraso
      *                 ou ainda em aberto apos o vencimento
       apura-scorecard section.
           display "Apurando Indicadores..." at 2301
           initialize tabela-scorecard
           accept ws-data-sistema from date yyyymmdd

           perform carrega-vendedores thru carrega-vendedores-fim
           perform carrega-carteira thru carrega-carteira-fim
           perform carrega-pedidos thru carrega-pedidos-fim
           if metas-disponivel
               perform carrega-metas
                   varying ws-ind-vendedor from 1 by 1
                   until ws-ind-vendedor > 999
           end-if
           if visitas-disponivel
               perform carrega-visitas thru carrega-visitas-fim
           end-if
           if devolucoes-disponivel
               perform carrega-devolucoes thru carrega-devolucoes-fim
           end-if
           perform carrega-titulos thru carrega-titulos-fim
           go gera-relatorio.
       carrega-vendedores.
           move zeros to codigo-vendedores
           start vendedores key is >= chave-vendedores invalid key
               go carrega-vendedores-fim
           end-start.
       carrega-vendedores-le.
           read vendedores next at end
               go carrega-vendedores-fim
           end-read
           if codigo-vendedores = zeros
               go carrega-vendedores-le
           end-if
           if vendedor-ativo
               move "S" to sco-ativo(codigo-vendedores)
           end-if
           move supervisor-vendedores
                   to sco-supervisor(codigo-vendedores)
           go carrega-vendedores-le.
       carrega-vendedores-fim.
           exit.
       carrega-carteira.
           move zeros to codigo-clientes
           start clientes key is >= chave-clientes invalid key
               go carrega-carteira-fim
           end-start.
       carrega-carteira-le.
           read clientes next at end
               go carrega-carteira-fim
           end-read
           if vendedor-clientes not = zeros
               add 1 to sco-carteira(vendedor-clientes)
           end-if
           go carrega-carteira-le.
       carrega-carteira-fim.
           exit.
       carrega-pedidos.
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go carrega-pedidos-fim
           end-start.
       carrega-pedidos-le.
           read pedidos next at end
               go carrega-pedidos-fim
           end-read

           if not pedido-confirmado and not pedido-lancado
               go carrega-pedidos-le
           end-if
           if vendedor-pedidos = zeros
               go carrega-pedidos-le
           end-if

           move data-pedidos(5:4) to ws-comp-teste(1:4)
           move data-pedidos(3:2) to ws-comp-teste(5:2)
           perform localiza-mes
           if ws-ind-mes = zeros
               go carrega-pedidos-le
           end-if

           move vendedor-pedidos to ws-ind-vendedor
           add valor-pedidos
               to scm-vendas(ws-ind-vendedor ws-ind-mes)

           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go carrega-pedidos-le
           end-start.
       carrega-pedidos-itens.
           read itens-pedido next at end
               go carrega-pedidos-le
           end-read
           if ite-pedido not = numero-pedidos
               go carrega-pedidos-le
           end-if

           compute ws-receita-item rounded =
                   ite-total - ite-total * desconto-pedidos / 100
           end-compute
           compute ws-custo-item rounded =
                   ite-quantidade * ite-custo-unitario
           end-compute
           add ws-receita-item
               to scm-receita(ws-ind-vendedor ws-ind-mes)
           add ws-custo-item
               to scm-custo(ws-ind-vendedor ws-ind-mes)
           go carrega-pedidos-itens.
       carrega-pedidos-fim.
           exit.
       carrega-metas.
           if sco-ativo(ws-ind-vendedor) not = "S"
               exit paragraph
           end-if
           perform carrega-meta-mes
               varying ws-ind-mes from 1 by 1 until ws-ind-mes > 3.
       carrega-meta-mes.
           move ws-ind-vendedor         to meta-vendedor
           move ws-comp-janela(ws-ind-mes) to meta-competencia
           read metas invalid key
               exit paragraph
           end-read
           move meta-valor to scm-meta(ws-ind-vendedor ws-ind-mes).
      * O arquivo de visitas esta na ordem de cliente: o cliente so
      * conta uma vez por vendedor e mes, por mais visitas que tenha.
       carrega-visitas.
           move zeros to vis-cliente vis-sequencia
           start visitas key is >= chave-visitas invalid key
               go carrega-visitas-fim
           end-start.
       carrega-visitas-le.
           read visitas next at end
               go carrega-visitas-fim
           end-read
           if vis-vendedor = zeros
               go carrega-visitas-le
           end-if

           move vis-data(1:6) to ws-comp-teste
           perform localiza-mes
           if ws-ind-mes = zeros
               go carrega-visitas-le
           end-if

           move vis-vendedor to ws-ind-vendedor
           if scm-ultimo-cliente(ws-ind-vendedor ws-ind-mes)
                   not = vis-cliente
               add 1 to scm-visitados(ws-ind-vendedor ws-ind-mes)
               move vis-cliente
                   to scm-ultimo-cliente(ws-ind-vendedor ws-ind-mes)
           end-if
           go carrega-visitas-le.
       carrega-visitas-fim.
           exit.
       carrega-devolucoes.
           move zeros to dev-numero
           start devolucoes key is >= dev-numero invalid key
               go carrega-devolucoes-fim
           end-start.
       carrega-devolucoes-le.
           read devolucoes next at end
               go carrega-devolucoes-fim
           end-read
           if dev-vendedor = zeros
               go carrega-devolucoes-le
           end-if

           move dev-competencia to ws-comp-teste
           perform localiza-mes
           if ws-ind-mes = zeros
               go carrega-devolucoes-le
           end-if

           move dev-vendedor to ws-ind-vendedor
           add dev-valor to scm-devolucao(ws-ind-vendedor ws-ind-mes)
           go carrega-devolucoes-le.
       carrega-devolucoes-fim.
           exit.
       carrega-titulos.
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go carrega-titulos-fim
           end-start.
       carrega-titulos-le.
           read titulos-receber next at end
               go carrega-titulos-fim
           end-read
           if titulo-cancelado or tit-vendedor = zeros
               go carrega-titulos-le
           end-if

           move tit-vencimento(1:6) to ws-comp-teste
           perform localiza-mes
           if ws-ind-mes = zeros
               go carrega-titulos-le
           end-if

           move tit-vendedor to ws-ind-vendedor
           add tit-valor to scm-vencendo(ws-ind-vendedor ws-ind-mes)

           if titulo-pago
               if tit-data-pagamento > tit-vencimento
                   add tit-valor
                       to scm-atraso(ws-ind-vendedor ws-ind-mes)
               end-if
               go carrega-titulos-le
           end-if

           if tit-vencimento < ws-data-sistema
               compute ws-saldo-titulo =
                       tit-valor - tit-valor-recebido
               end-compute
               add ws-saldo-titulo
                   to scm-atraso(ws-ind-vendedor ws-ind-mes)
           end-if
           go carrega-titulos-le.
       carrega-titulos-fim.
           exit.
       localiza-mes.
           move zeros to ws-ind-mes
           if ws-comp-teste = ws-comp-janela(1)
               move 1 to ws-ind-mes
           end-if
           if ws-comp-teste = ws-comp-janela(2)
               move 2 to ws-ind-mes
           end-if
           if ws-comp-teste = ws-comp-janela(3)
               move 3 to ws-ind-mes
           end-if.

      * Ranking dentro da equipe de cada supervisor pela nota da
      * competencia; o mesmo resultado vai para o arquivo do RH
      * usado na revisao da remuneracao variavel.
       gera-relatorio section.
           move "Relatorio-Scorecard" to ws-spool-programa
           move "Scorecard-RH"        to ws-spool-nome
           perform registra-spool
           move ws-local         to ws-local-rh
           move ws-spool-geracao to ws-geracao-rh

           move "Relatorio-Scorecard" to ws-spool-programa
           move "Spool-Scorecard"     to ws-spool-nome
           perform registra-spool

           open output arquivo-rh
           if estado-arquivo-rh not = "00"
               display "Arquivo do RH Com Problema Estado " at 2301
                           estado-arquivo-rh
               accept resposta at 2380
               go pede-competencia
           end-if
           open output relatorio

           accept ws-hora-sistema from time
           move spaces                to linha-rh
           move "H"                   to hrh-tipo
           move ws-competencia        to hrh-competencia
           move ws-data-sistema       to hrh-data
           move ws-hora-sistema       to hrh-hora
           move ws-peso-meta          to hrh-peso-meta
           move ws-peso-cobertura     to hrh-peso-cobertura
           move ws-peso-devolucao     to hrh-peso-devolucao
           move ws-peso-margem        to hrh-peso-margem
           move ws-peso-inadimplencia to hrh-peso-inadimplencia
           move ws-margem-alvo        to hrh-margem-alvo
           write linha-rh

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-competencia to 00-competencia

           move ws-peso-meta          to 15-peso-meta
           move ws-peso-cobertura     to 15-peso-cobertura
           move ws-peso-devolucao     to 15-peso-devolucao
           move ws-peso-margem        to 15-peso-margem
           move ws-peso-inadimplencia to 15-peso-inadimplencia
           move ws-margem-alvo        to 15-margem-alvo

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           move zeros to ws-registros-rh ws-hash-notas

           sort arquivo-sort-scorecard
               on ascending  key supervisor-sort
               on descending key nota-sort
               on ascending  key vendedor-sort
               input procedure  is carrega-scorecard
                              thru carrega-scorecard-fim
               output procedure is imprime-scorecard
                              thru imprime-scorecard-fim

           move spaces          to linha-rh
           move "T"             to trh-tipo
           move ws-registros-rh to trh-contagem
           move ws-hash-notas   to trh-hash-notas
           write linha-rh
           close arquivo-rh

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Vendedores Avaliados: " at 2101 ws-registros-rh
           display "Arquivo do RH, Geracao: " at 2201 ws-geracao-rh
           display "Scorecard Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-competencia.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-05
           write linha-relatorio from linha-01.
       carrega-scorecard.
           move zeros to ws-ind-vendedor.
       carrega-scorecard-le.
           add 1 to ws-ind-vendedor
           if ws-ind-vendedor > 999
               go carrega-scorecard-fim
           end-if
           if sco-ativo(ws-ind-vendedor) not = "S"
               go carrega-scorecard-le
           end-if

           move 1 to ws-ind-mes
           perform calcula-indicadores
           move ws-nota-final to nota-anterior-2-sort
           move 2 to ws-ind-mes
           perform calcula-indicadores
           move ws-nota-final to nota-anterior-1-sort
           move 3 to ws-ind-mes
           perform calcula-indicadores

           move sco-supervisor(ws-ind-vendedor) to supervisor-sort
           move ws-nota-final                   to nota-sort
           move ws-ind-vendedor                 to vendedor-sort
           move ws-pct-meta                     to pct-meta-sort
           move ws-pct-cobertura                to pct-cobertura-sort
           move ws-pct-devolucao                to pct-devolucao-sort
           move ws-pct-margem                   to pct-margem-sort
           move ws-pct-inadimplencia to pct-inadimplencia-sort
           move scm-vendas(ws-ind-vendedor 3)   to vendas-sort
           move scm-meta(ws-ind-vendedor 3)     to meta-sort
           release registro-sort-scorecard
           go carrega-scorecard-le.
       carrega-scorecard-fim.
           exit.
      * Cada indicador vira uma nota de 0 a 100: meta e cobertura
      * pelo proprio percentual (limitado a 100), margem contra a
      * margem alvo, devolucao perde 10 pontos por ponto percentual
      * e inadimplencia 5 pontos. A nota final e a media ponderada.
       calcula-indicadores.
           initialize indicadores-mes

           if scm-meta(ws-ind-vendedor ws-ind-mes) > zeros
               compute ws-pct-meta rounded =
                       scm-vendas(ws-ind-vendedor ws-ind-mes) * 100
                     / scm-meta(ws-ind-vendedor ws-ind-mes)
                   on size error
                       move 999,99 to ws-pct-meta
               end-compute
           end-if

           if sco-carteira(ws-ind-vendedor) > zeros
               compute ws-pct-cobertura rounded =
                       scm-visitados(ws-ind-vendedor ws-ind-mes) * 100
                     / sco-carteira(ws-ind-vendedor)
                   on size error
                       move 100 to ws-pct-cobertura
               end-compute
               if ws-pct-cobertura > 100
                   move 100 to ws-pct-cobertura
               end-if
           end-if

           if scm-vendas(ws-ind-vendedor ws-ind-mes) > zeros
               compute ws-pct-devolucao rounded =
                       scm-devolucao(ws-ind-vendedor ws-ind-mes) * 100
                     / scm-vendas(ws-ind-vendedor ws-ind-mes)
                   on size error
                       move 100 to ws-pct-devolucao
               end-compute
           else
               if scm-devolucao(ws-ind-vendedor ws-ind-mes) > zeros
                   move 100 to ws-pct-devolucao
               end-if
           end-if

           if scm-receita(ws-ind-vendedor ws-ind-mes) > zeros
               compute ws-margem =
                       scm-receita(ws-ind-vendedor ws-ind-mes)
                     - scm-custo(ws-ind-vendedor ws-ind-mes)
               end-compute
               compute ws-pct-margem rounded =
                       ws-margem * 100
                     / scm-receita(ws-ind-vendedor ws-ind-mes)
                   on size error
                       move -999,99 to ws-pct-margem
               end-compute
           end-if

           if scm-vencendo(ws-ind-vendedor ws-ind-mes) > zeros
               compute ws-pct-inadimplencia rounded =
                       scm-atraso(ws-ind-vendedor ws-ind-mes) * 100
                     / scm-vencendo(ws-ind-vendedor ws-ind-mes)
                   on size error
                       move 100 to ws-pct-inadimplencia
               end-compute
           end-if

           move ws-pct-meta to ws-nota-meta
           if ws-nota-meta > 100
               move 100 to ws-nota-meta
           end-if
           move ws-pct-cobertura to ws-nota-cobertura

           compute ws-nota-devolucao = 100 - ws-pct-devolucao * 10
           end-compute
           if ws-nota-devolucao < zeros
               move zeros to ws-nota-devolucao
           end-if

           compute ws-nota-margem rounded =
                   ws-pct-margem * 100 / ws-margem-alvo
           end-compute
           if ws-nota-margem < zeros
               move zeros to ws-nota-margem
           end-if
           if ws-nota-margem > 100
               move 100 to ws-nota-margem
           end-if

           compute ws-nota-inadimplencia =
                   100 - ws-pct-inadimplencia * 5
           end-compute
           if ws-nota-inadimplencia < zeros
               move zeros to ws-nota-inadimplencia
           end-if

           compute ws-nota-final rounded =
                 ( ws-nota-meta          * ws-peso-meta
                 + ws-nota-cobertura     * ws-peso-cobertura
                 + ws-nota-devolucao     * ws-peso-devolucao
                 + ws-nota-margem        * ws-peso-margem
                 + ws-nota-inadimplencia * ws-peso-inadimplencia )
                 / ws-soma-pesos
           end-compute
           move ws-nota-final to scm-nota(ws-ind-vendedor ws-ind-mes).
       imprime-scorecard.
           move "N" to situacao-quebra.
       imprime-scorecard-le.
           return arquivo-sort-scorecard at end
               go imprime-scorecard-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move supervisor-sort to ws-supervisor-anterior
               perform imprime-supervisor
           end-if
           if supervisor-sort not = ws-supervisor-anterior
               perform imprime-media-equipe
               move supervisor-sort to ws-supervisor-anterior
               perform imprime-supervisor
           end-if

           add 1         to ws-posicao ws-vendedores-equipe
           add nota-sort to ws-soma-notas-equipe

           move vendedor-sort to codigo-vendedores
           read vendedores invalid key
               move spaces to nome-vendedores
           end-read

           move spaces to linha-rh
      * Tendencia: nota da competencia contra a media dos dois meses
      * anteriores, com tolerancia de 2 pontos.
           compute ws-media-anterior rounded =
                   (nota-anterior-1-sort + nota-anterior-2-sort) / 2
           end-compute
           compute ws-diferenca = nota-sort - ws-media-anterior
           end-compute
           if ws-diferenca > 2
               move "ALTA"    to 13-tendencia
               move "A"       to drh-tendencia
           else
           if ws-diferenca < -2
               move "QUEDA"   to 13-tendencia
               move "Q"       to drh-tendencia
           else
               move "ESTAVEL" to 13-tendencia
               move "E"       to drh-tendencia
           end-if
           end-if

           move ws-posicao             to 13-posicao
           move vendedor-sort          to 13-vendedor
           move nome-vendedores        to 13-nome
           move pct-meta-sort          to 13-pct-meta
           move pct-cobertura-sort     to 13-pct-cobertura
           move pct-devolucao-sort     to 13-pct-devolucao
           move pct-margem-sort        to 13-pct-margem
           move pct-inadimplencia-sort to 13-pct-inadimplencia
           move nota-sort              to 13-nota
           move nota-anterior-2-sort   to 13-nota-anterior-2
           move nota-anterior-1-sort   to 13-nota-anterior-1
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           move "D"                    to drh-tipo
           move ws-competencia         to drh-competencia
           move vendedor-sort          to drh-vendedor
           move supervisor-sort        to drh-supervisor
           move ws-posicao             to drh-posicao
           move nota-sort              to drh-nota
           move nota-anterior-1-sort   to drh-nota-anterior-1
           move nota-anterior-2-sort   to drh-nota-anterior-2
           move pct-meta-sort          to drh-pct-meta
           move pct-cobertura-sort     to drh-pct-cobertura
           move pct-devolucao-sort     to drh-pct-devolucao
           if pct-margem-sort < zeros
               move "-" to drh-sinal-margem
           else
               move "+" to drh-sinal-margem
           end-if
           move pct-margem-sort        to drh-pct-margem
           move pct-inadimplencia-sort to drh-pct-inadimplencia
           move vendas-sort            to drh-vendas
           move meta-sort              to drh-meta
           write linha-rh

           add 1         to ws-registros-rh
           add nota-sort to ws-hash-notas
           go imprime-scorecard-le.
       imprime-scorecard-encerra.
           if primeira-leitura
               move "Nenhum Vendedor Ativo Para Avaliar"
                 to linha-relatorio
               write linha-relatorio
               go imprime-scorecard-fim
           end-if
           perform imprime-media-equipe.
       imprime-scorecard-fim.
           exit.
       imprime-supervisor.
           move zeros to ws-posicao ws-vendedores-equipe
                         ws-soma-notas-equipe
           move ws-supervisor-anterior to 12-supervisor
           if ws-supervisor-anterior = zeros
               move "Sem Supervisor" to 12-nome
           else
               move ws-supervisor-anterior to codigo-vendedores
               read vendedores invalid key
                   move spaces to nome-vendedores
               end-read
               move nome-vendedores to 12-nome
           end-if
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-media-equipe.
           move ws-vendedores-equipe to 14-vendedores
           compute 14-media rounded =
                   ws-soma-notas-equipe / ws-vendedores-equipe
           end-compute
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Scorecard.
