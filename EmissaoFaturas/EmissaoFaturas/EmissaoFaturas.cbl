       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Expedicoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensExpedicao.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\Select-TabelaIcms.txt".
       copy "C:\CursoCobol\Copylib\Select-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\Select-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\Select-TributosFederais.txt".
       copy "C:\CursoCobol\Copylib\Select-Moedas.txt".
       copy "C:\CursoCobol\Copylib\Select-HistoricoMoedas.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
           select nota-eletronica assign to ws-local-nfe
               file status is estado-nfe
               organization is line sequential.
           select parametro-fiscal assign to ws-local-fiscal
               file status is estado-parametro-fiscal
               organization is line sequential.
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Expedicoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensExpedicao.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\FD-TabelaIcms.txt".
       copy "C:\CursoCobol\Copylib\FD-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\FD-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\FD-TributosFederais.txt".
       copy "C:\CursoCobol\Copylib\FD-Moedas.txt".
       copy "C:\CursoCobol\Copylib\FD-HistoricoMoedas.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       fd nota-eletronica label record omitted.
       01 linha-nfe                pic x(250).
       fd parametro-fiscal label record omitted.
       01 registro-parametro-fiscal.
           02 par-uf-origem          pic x(02).
           02 par-cnpj-emitente      pic 9(14).
           02 par-ie-emitente        pic x(14).
           02 par-serie-nfe          pic 9(03).
           02 par-razao-emitente     pic x(40).
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
       01 estado-faturas           pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-expedicoes        pic x(02) value spaces.
       01 estado-itens-expedicao   pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-condicoes         pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-numero-novo           pic 9(06) value zeros.
       01 situacao-numeracao       pic x(01) value "N".
          88 numeracao-obtida      value "S".
       01 ws-valor-expedido        pic 9(11)v99 value zeros.
       01 ws-expedicoes-fatura     pic 9(03) value zeros.
       01 ws-expedicoes-faturadas  pic 9(03) value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-motivo                pic x(40) value spaces.
       01 estado-icms              pic x(02) value spaces.
       01 estado-parametro-fiscal  pic x(02) value spaces.
       01 ws-local-fiscal          pic x(70) value spaces.
       01 ws-uf-origem             pic x(02) value spaces.
       01 ws-cnpj-emitente         pic 9(14) value zeros.
       01 ws-ie-emitente           pic x(14) value spaces.
       01 ws-serie-nfe             pic 9(03) value zeros.
       01 ws-razao-emitente        pic x(40) value spaces.
       01 estado-transportadoras   pic x(02) value spaces.
       01 estado-tributos          pic x(02) value spaces.
       01 ws-aliquota-ipi          pic 9(02)v99 value zeros.
       01 ws-aliquota-pis          pic 9(02)v99 value zeros.
       01 ws-aliquota-cofins       pic 9(02)v99 value zeros.
       01 ws-item-ipi              pic 9(09)v99 value zeros.
       01 ws-item-pis              pic 9(09)v99 value zeros.
       01 ws-item-cofins           pic 9(09)v99 value zeros.
       01 estado-nfe               pic x(02) value spaces.
       01 ws-local-nfe             pic x(70) value spaces.
       01 situacao-evento          pic x(01) value "N".
          88 evento-cancelamento   value "S".
       01 ws-parcela-ipi           pic 9(02) value zeros.
       01 ws-venc-ipi              pic 9(08) value zeros.
       01 ws-venc-base-ipi         pic 9(08) value zeros.

      * Codigo IBGE da UF, primeiro campo da chave de acesso.
       01 tabela-codigos-uf-literal.
          03 filler pic x(36) value
              "AC12AL27AP16AM13BA29CE23DF53ES32GO52".
          03 filler pic x(36) value
              "MA21MT51MS50MG31PA15PB25PR41PE26PI22".
          03 filler pic x(36) value
              "RJ33RN24RS43RO11RR14SC42SP35SE28TO17".
       01 tabela-codigos-uf redefines tabela-codigos-uf-literal.
          03 entrada-codigo-uf occurs 27 times.
             05 tcu-uf             pic x(02).
             05 tcu-codigo         pic 9(02).
       01 ws-indice-codigo-uf      pic 99    value zeros.

      * Chave de acesso da NF-e: 43 digitos mais o verificador
      * modulo 11 (pesos 2 a 9 da direita para a esquerda).
       01 ws-chave-nfe.
          03 chv-uf                pic 9(02).
          03 chv-aamm              pic 9(04).
          03 chv-cnpj              pic 9(14).
          03 chv-modelo            pic 9(02).
          03 chv-serie             pic 9(03).
          03 chv-numero            pic 9(09).
          03 chv-tipo-emissao      pic 9(01).
          03 chv-codigo            pic 9(08).
          03 chv-dv                pic 9(01).
       01 filler redefines ws-chave-nfe.
          03 chv-digito            pic 9 occurs 44 times.
       01 ws-soma-chave            pic 9(05) value zeros.
       01 ws-peso-chave            pic 9(01) value zeros.
       01 ws-indice-chave          pic 99    value zeros.
       01 ws-quociente-chave       pic 9(05) value zeros.
       01 ws-resto-chave           pic 99    value zeros.

       01 ws-nfe-registro          pic x(12) value spaces.
       01 ws-nfe-campo             pic x(60) value spaces.
       01 ws-ponteiro-nfe          pic 9(03) value zeros.
       01 ws-item-nfe              pic 9(03) value zeros.
       01 ws-nfe-valor             pic 9(11)v99 value zeros.
       01 filler redefines ws-nfe-valor.
          03 ws-nfe-valor-inteiro  pic 9(11).
          03 ws-nfe-valor-decimal  pic 9(02).
       01 ws-nfe-inteiro-edit      pic z(10)9.
       01 ws-nfe-data.
          03 ws-nfe-data-ano       pic 9(04).
          03 filler                pic x(01) value "-".
          03 ws-nfe-data-mes       pic 9(02).
          03 filler                pic x(01) value "-".
          03 ws-nfe-data-dia       pic 9(02).
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-indice-uf-res         pic 99    value zeros.
       01 ws-total-ufs-res         pic 99    value zeros.
             05 res-quantidade     pic 9(05).
             05 res-valor          pic 9(11)v99.
             05 res-icms           pic 9(11)v99.
             05 res-difal          pic 9(11)v99.
             05 res-ipi            pic 9(11)v99.
             05 res-pis            pic 9(11)v99.
             05 res-cofins         pic 9(11)v99.
       01 ws-achou-uf-res          pic x(01) value "N".
       01 ws-cnpj-editado.
          03 ws-cnpj-ed-raiz       pic 99.999.999.
          03 filler                pic x(01) value "/".
          03 ws-cnpj-ed-filial     pic 9(04).
          03 filler                pic x(01) value "-".
          03 ws-cnpj-ed-dv         pic 9(02).
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
         03 filler                pic x(09) value "PRODUTO".
         03 filler                pic x(42) value "DESCRICAO".
         03 filler                pic x(12) value "QTDE".
         03 filler                pic x(04) value "UN".
         03 filler                pic x(16) value "UNITARIO".
         03 filler                pic x(14) value "TOTAL".
       01 linha-06.
         03 16-produto            pic zzzz9bbbb.
         03 16-descricao          pic x(42).
         03 16-quantidade         pic zz.zz9,99bbb.
         03 16-unidade            pic x(03)b.
         03 16-unitario           pic zzz.zzz.zz9,99bb.
         03 16-total              pic zzz.zzz.zz9,99.
       01 linha-07.
         03 110-uf                pic x(02)bbbb.
         03 110-quantidade        pic zz.zz9bbbb.
         03 110-valor             pic zzz.zzz.zz9,99bbbb.
         03 110-icms              pic zzz.zzz.zz9,99bbbb.
         03 110-difal             pic zzz.zzz.zz9,99bbbb.
         03 110-ipi               pic zzz.zzz.zz9,99bbbb.
         03 110-pis               pic zzz.zzz.zz9,99bbbb.
         03 110-cofins            pic zzz.zzz.zz9,99.
       01 linha-11.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(06) value "UF".
         03 filler                pic x(10) value "FATURAS".
         03 filler                pic x(18) value "VALOR FATURADO".
         03 filler                pic x(18) value "ICMS".
         03 filler                pic x(18) value "DIFAL".
         03 filler                pic x(18) value "IPI".
         03 filler                pic x(18) value "PIS".
         03 filler                pic x(14) value "COFINS".
       01 linha-12.
         03 filler                pic x(16)
                value "Frete..........:".
         03 112-frete             pic zzz.zzz.zz9,99.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(08) value "Transp.:".
         03 112-transportadora    pic zz9.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(07) value "Peso.:".
         03 112-peso              pic z.zzz.zz9,999.
       01 linha-13.
         03 filler                pic x(16)
                value "Total a Pagar..:".
         03 113-total             pic zzz.zzz.zz9,99.
       01 linha-14.
         03 114-rotulo            pic x(10).
         03 114-documento         pic x(18).
         03 filler                pic x(03) value spaces.
         03 114-rotulo-ie         pic x(06).
         03 114-inscricao         pic x(14).
       01 linha-15.
         03 filler                pic x(07) value "DIFAL (".
         03 115-aliquota          pic z9,99.
         03 filler                pic x(04) value " %):".
         03 115-valor-difal       pic zzz.zzz.zz9,99.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(30)
                value "Nao Contribuinte - UF Destino".
       01 linha-16.
         03 filler                pic x(16)
                value "IPI............:".
         03 116-ipi               pic zzz.zzz.zz9,99.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(06) value "PIS.:".
         03 116-pis               pic zzz.zzz.zz9,99.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(09) value "COFINS.:".
         03 116-cofins            pic zzz.zzz.zz9,99.
       01 linha-17.
         03 filler                pic x(16)
                value "Valor em Moeda.:".
         03 117-moeda             pic x(03)b.
         03 117-valor             pic zzz.zzz.zz9,99.
         03 filler                pic x(03) value spaces.
         03 filler                pic x(07) value "Taxa.:".
         03 117-taxa              pic zz.zz9,9999.

       copy "C:\CursoCobol\Copylib\CamposCambio.cpy".
       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".
           if estado-parametro-fiscal = "35" or "05"
               close parametro-fiscal
               open output parametro-fiscal
               move spaces to registro-parametro-fiscal
               move "SP" to par-uf-origem
               write registro-parametro-fiscal
               close parametro-fiscal
               open input parametro-fiscal
           end-if
           move "SP"   to ws-uf-origem
           move zeros  to ws-cnpj-emitente
           move 001    to ws-serie-nfe
           move spaces to ws-ie-emitente ws-razao-emitente
           read parametro-fiscal at end
               continue
           not at end
               if par-uf-origem not = spaces
                   move par-uf-origem to ws-uf-origem
               end-if
               if par-cnpj-emitente numeric
                   move par-cnpj-emitente to ws-cnpj-emitente
               end-if
               if par-serie-nfe numeric and par-serie-nfe > zeros
                   move par-serie-nfe to ws-serie-nfe
               end-if
               move par-ie-emitente    to ws-ie-emitente
               move par-razao-emitente to ws-razao-emitente
           end-read
           close parametro-fiscal.

           end-if
           end-if.
       abre-demais-arquivos section.
           open i-o pedidos
           if estado-pedidos not = "00"
               display "Arquivo Pedidos Com Problema Estado " at 2301
                           estado-pedidos
               goback
           end-if
           open input itens-pedido
           open i-o expedicoes
           if estado-expedicoes = "35" or "05"
               close expedicoes
               open output expedicoes
               close expedicoes
               open i-o expedicoes
           end-if
           open input itens-expedicao
           if estado-itens-expedicao = "35" or "05"
               close itens-expedicao
               open output itens-expedicao
               close itens-expedicao
               open input itens-expedicao
           end-if
           open input produtos
           open input condicoes-pagamento

               open input enderecos
           end-if

           open input transportadoras
           if estado-transportadoras = "35" or "05"
               close transportadoras
               open output transportadoras
               close transportadoras
               open input transportadoras
           end-if

           open input tributos-federais
           if estado-tributos = "35" or "05"
               close tributos-federais
               open output tributos-federais
               close tributos-federais
               open input tributos-federais
           end-if

           open i-o titulos-receber
           if estado-titulos = "35" or "05"
               close titulos-receber
               open output titulos-receber
               close titulos-receber
               open i-o titulos-receber
           end-if

           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close faturas pedidos itens-pedido produtos
                     condicoes-pagamento expedicoes itens-expedicao
                     titulos-receber
               goback
           end-if.
       abre-arquivo-numeracao section.
                           estado-numeracao
               accept resposta at 2380
               close faturas pedidos itens-pedido produtos
                     condicoes-pagamento clientes expedicoes
                     itens-expedicao titulos-receber
               goback
           end-if.
       pede-operador section.
           display "01-Emitir Fatura"        at 0301
           display "02-Cancelar Fatura"      at 0401
           display "03-Consultar Fatura"     at 0501
           display "04-Resumo Mensal de Tributos por UF" at 0601
           display "00-Sair"                 at 0801
           display "Opcao: "                 at 1001
           accept opcao at 1008
           if opcao = 00
               close faturas pedidos itens-pedido produtos
                     condicoes-pagamento clientes numeracao
                     tabela-icms enderecos expedicoes itens-expedicao
                     transportadoras tributos-federais
                     titulos-receber
               goback
           else
               go mostra-opcoes
               go emissao
           end-if

      * Fatura-se so o que foi expedido: entram as expedicoes do
      * pedido ainda nao faturadas. Cada expedicao vira fatura uma
      * unica vez; o backorder sera faturado quando sair.
           perform soma-expedicoes-pedido
               thru soma-expedicoes-pedido-fim
           if ws-expedicoes-fatura = zeros
               display "Nada Expedido a Faturar Neste Pedido." at 2301
               accept resposta at 2380
               go emissao
           end-if
           move cliente-pedidos   to fat-cliente
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema   to fat-data-emissao
           move ws-valor-expedido to fat-valor
           move condicao-pedidos  to fat-condicao
           move "E"               to fat-status
           move ws-operador       to fat-operador
           move spaces            to fat-motivo-cancelamento

      * O frete do pedido vai inteiro na primeira fatura; as
      * faturas do backorder saem so com a mercadoria.
           move transportadora-pedidos to fat-transportadora
           move zeros to fat-peso fat-frete
           if ws-expedicoes-faturadas = zeros
               move peso-pedidos  to fat-peso
               move frete-pedidos to fat-frete
           end-if

      * ICMS automatico pelo par origem/destino: o destino vem da
      * UF do cliente, a origem do parametro fiscal da empresa.
      * Cliente internacional nao recolhe ICMS.
      * Nao contribuinte em outra UF: a origem fica com a aliquota
      * interestadual e o diferencial ate a aliquota interna do
      * destino (DIFAL) e destacado a parte, devido a UF destino.
           move uf-clientes to fat-uf
           move zeros       to fat-aliquota-icms fat-valor-icms
                               fat-aliquota-difal fat-valor-difal
           move contribuinte-icms-clientes to fat-contribuinte-icms
           if fat-contribuinte-icms = spaces
               move "N" to fat-contribuinte-icms
           end-if
           if codigo-pais-clientes = zeros
               move ws-uf-origem to icm-uf-origem
               move uf-clientes  to icm-uf-destino
                           fat-valor * icm-aliquota / 100
                   end-compute
               end-read
               if not fatura-contribuinte
                   and uf-clientes not = ws-uf-origem
                   perform calcula-difal thru calcula-difal-fim
               end-if
           end-if

      * IPI, PIS e COFINS item a item pelo NCM do produto. A
      * exportacao e imune, como no ICMS.
           move zeros to fat-valor-ipi fat-valor-pis fat-valor-cofins
           if codigo-pais-clientes = zeros
               perform calcula-tributos-federais
                   thru calcula-tributos-federais-fim
           end-if

           perform cambio-fatura thru cambio-fatura-fim

           perform monta-chave-acesso thru monta-chave-acesso-fim
           move "G" to fat-situacao-nfe

           write registro-faturas invalid key
               display "Gravacao Fatura Com Problema, Estado " at 2301
                           estado-faturas
               go mostra-opcoes
           end-write

           perform marca-expedicoes-faturadas
               thru marca-expedicoes-faturadas-fim

           perform gera-titulo-ipi thru gera-titulo-ipi-fim

           perform imprime-fatura thru imprime-fatura-fim

           perform gera-nfe thru gera-nfe-fim

           display "Fatura Emitida, NF-e a Autorizar: " at 2301
                       fat-numero
           accept resposta at 2380
           go emissao.
      * A numeracao fiscal sai da faixa propria (registro 11 do
      * controle de numeracao): sequencia continua e auditavel,
      * numero cancelado fica queimado.
      * Cliente em moeda estrangeira: a primeira fatura fixa no
      * pedido a taxa do dia da emissao; as faturas seguintes e os
      * titulos usam a mesma taxa. O valor na moeda cobre mercadoria
      * e frete desta fatura.
       cambio-fatura.
           move spaces to fat-moeda
           move zeros  to fat-taxa-cambio fat-valor-moeda
           if moeda-pedidos = spaces
               go cambio-fatura-fim
           end-if

           if data-cambio-pedidos = zeros
               move codigo-pais-clientes to ws-cmb-pais
               move ws-data-sistema      to ws-cmb-data
               perform busca-taxa-cambio
               if not ws-cmb-estrangeira
                   go cambio-fatura-fim
               end-if
               move ws-cmb-moeda    to moeda-pedidos
               move ws-cmb-taxa     to taxa-cambio-pedidos
               move ws-data-sistema to data-cambio-pedidos
               compute valor-moeda-pedidos rounded =
                       (valor-pedidos + frete-pedidos)
                     / taxa-cambio-pedidos
               end-compute
               rewrite registro-pedidos invalid key
                   display "Pedido Sem Taxa Fixada, Estado " at 2201
                               estado-pedidos
               end-rewrite
           end-if

           move moeda-pedidos       to fat-moeda
           move taxa-cambio-pedidos to fat-taxa-cambio
           compute fat-valor-moeda rounded =
                   (fat-valor + fat-frete) / fat-taxa-cambio
           end-compute.
       cambio-fatura-fim.
           exit.
       obtem-numero-fatura.
           move "N" to situacao-numeracao
           move 11 to num-filial
           move "S" to situacao-numeracao.
       obtem-numero-fatura-fim.
           exit.
       soma-expedicoes-pedido.
           move zeros to ws-valor-expedido ws-expedicoes-fatura
                         ws-expedicoes-faturadas
           move numero-pedidos to exp-pedido
           start expedicoes key is = exp-pedido invalid key
               go soma-expedicoes-pedido-fim
           end-start.
       soma-expedicoes-pedido-le.
           read expedicoes next at end
               go soma-expedicoes-pedido-fim
           end-read
           if exp-pedido not = numero-pedidos
               go soma-expedicoes-pedido-fim
           end-if
           if expedicao-realizada and exp-fatura = zeros
               add 1         to ws-expedicoes-fatura
               add exp-valor to ws-valor-expedido
           end-if
           if expedicao-faturada
               add 1 to ws-expedicoes-faturadas
           end-if
           go soma-expedicoes-pedido-le.
       soma-expedicoes-pedido-fim.
           exit.
       marca-expedicoes-faturadas.
           move fat-pedido to exp-pedido
           start expedicoes key is = exp-pedido invalid key
               go marca-expedicoes-faturadas-fim
           end-start.
       marca-expedicoes-faturadas-le.
           read expedicoes next at end
               go marca-expedicoes-faturadas-fim
           end-read
           if exp-pedido not = fat-pedido
               go marca-expedicoes-faturadas-fim
           end-if
           if expedicao-realizada and exp-fatura = zeros
               move "F"        to exp-status
               move fat-numero to exp-fatura
               rewrite registro-expedicoes invalid key
                   continue
               end-rewrite
           end-if
           go marca-expedicoes-faturadas-le.
       marca-expedicoes-faturadas-fim.
           exit.
      * Cancelada a fatura, as expedicoes dela voltam a esperar
      * faturamento.
       libera-expedicoes-fatura.
           move fat-pedido to exp-pedido
           start expedicoes key is = exp-pedido invalid key
               go libera-expedicoes-fatura-fim
           end-start.
       libera-expedicoes-fatura-le.
           read expedicoes next at end
               go libera-expedicoes-fatura-fim
           end-read
           if exp-pedido not = fat-pedido
               go libera-expedicoes-fatura-fim
           end-if
           if expedicao-faturada and exp-fatura = fat-numero
               move "E"   to exp-status
               move zeros to exp-fatura
               rewrite registro-expedicoes invalid key
                   continue
               end-rewrite
           end-if
           go libera-expedicoes-fatura-le.
       libera-expedicoes-fatura-fim.
           exit.
      * O IPI e cobrado por fora e as parcelas do pedido so cobram
      * mercadoria e frete: cada fatura com IPI ganha um titulo
      * proprio no pedido (origem I, com o numero da fatura),
      * numerado de 99 para baixo para nao encontrar as parcelas da
      * condicao. Vence com a primeira parcela ainda aberta do
      * pedido ou, sem parcela aberta, no proximo dia util.
       gera-titulo-ipi.
           if fat-valor-ipi = zeros
               go gera-titulo-ipi-fim
           end-if
           move 99         to ws-parcela-ipi
           move zeros      to ws-venc-ipi
           move fat-pedido to tit-pedido
           move zeros      to tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go gera-titulo-ipi-grava
           end-start.
       gera-titulo-ipi-le.
           read titulos-receber next at end
               go gera-titulo-ipi-grava
           end-read
           if tit-pedido not = fat-pedido
               go gera-titulo-ipi-grava
           end-if
           if titulo-ipi-fatura
               if tit-parcela not > ws-parcela-ipi
                   compute ws-parcela-ipi = tit-parcela - 1
                   end-compute
               end-if
               go gera-titulo-ipi-le
           end-if
           if titulo-aberto and tit-vencimento not < fat-data-emissao
               if ws-venc-ipi = zeros or tit-vencimento < ws-venc-ipi
                   move tit-vencimento to ws-venc-ipi
               end-if
           end-if
           go gera-titulo-ipi-le.
       gera-titulo-ipi-grava.
           if ws-venc-ipi = zeros
               move fat-data-emissao to ws-venc-base-ipi
               call "Proximo-Dia-Util"
                   using ws-venc-base-ipi ws-venc-ipi
               end-call
               cancel "Proximo-Dia-Util"
           end-if

           initialize registro-titulos
           move fat-pedido        to tit-pedido
           move ws-parcela-ipi    to tit-parcela
           move fat-cliente       to tit-cliente
           move vendedor-pedidos  to tit-vendedor
           move fat-data-emissao  to tit-emissao
           move ws-venc-ipi       to tit-vencimento
           move fat-valor-ipi     to tit-valor
           move "A"               to tit-status
           move "I"               to tit-origem
           move fat-numero        to tit-fatura

      * Fatura em moeda estrangeira: o titulo do IPI fica na taxa
      * fixada no pedido, como as demais parcelas.
           if fat-moeda not = spaces and fat-taxa-cambio > zeros
               move fat-moeda       to tit-moeda
               move fat-taxa-cambio to tit-taxa-emissao
               compute tit-valor-moeda rounded =
                       fat-valor-ipi / fat-taxa-cambio
               end-compute
           end-if

           write registro-titulos invalid key
               display "Titulo do IPI Nao Gravado, Estado " at 2201
                           estado-titulos
           end-write.
       gera-titulo-ipi-fim.
           exit.
      * Fatura cancelada leva junto o titulo do IPI dela. Sem
      * recebimento o titulo e cancelado (ja remetido, a remessa
      * pede a baixa ao banco); com recebimento fica em aberto para
      * o financeiro acertar com o cliente.
       estorna-titulo-ipi.
           if fat-valor-ipi = zeros
               go estorna-titulo-ipi-fim
           end-if
           move fat-pedido to tit-pedido
           move zeros      to tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go estorna-titulo-ipi-fim
           end-start.
       estorna-titulo-ipi-le.
           read titulos-receber next at end
               go estorna-titulo-ipi-fim
           end-read
           if tit-pedido not = fat-pedido
               go estorna-titulo-ipi-fim
           end-if
           if not titulo-ipi-fatura or tit-fatura not = fat-numero
               go estorna-titulo-ipi-le
           end-if

           if titulo-aberto and tit-valor-recebido = zeros
               move "X" to tit-status
               rewrite registro-titulos invalid key
                   display "Titulo do IPI Nao Cancelado, Estado "
                                      at 2101 estado-titulos
               end-rewrite
           else
               display "Titulo do IPI Ja Movimentado: Ver Financeiro."
                                      at 2101
           end-if.
       estorna-titulo-ipi-fim.
           exit.
       calcula-difal.
           move uf-clientes to icm-uf-origem
           move uf-clientes to icm-uf-destino
           read tabela-icms invalid key
               display "Aliquota Interna Nao Cadastrada Para a UF "
                                      at 2201 uf-clientes
               go calcula-difal-fim
           end-read

           if icm-aliquota > fat-aliquota-icms
               compute fat-aliquota-difal =
                       icm-aliquota - fat-aliquota-icms
               end-compute
               compute fat-valor-difal rounded =
                       fat-valor * fat-aliquota-difal / 100
               end-compute
           end-if.
       calcula-difal-fim.
           exit.
      * Os itens tributados sao os das expedicoes que esta fatura
      * vai cobrir: realizadas e ainda sem fatura.
       calcula-tributos-federais.
           move fat-pedido to exp-pedido
           start expedicoes key is = exp-pedido invalid key
               go calcula-tributos-federais-fim
           end-start.
       calcula-tributos-expedicoes.
           read expedicoes next at end
               go calcula-tributos-federais-fim
           end-read
           if exp-pedido not = fat-pedido
               go calcula-tributos-federais-fim
           end-if
           if not expedicao-realizada or exp-fatura not = zeros
               go calcula-tributos-expedicoes
           end-if

           move exp-numero to ixp-expedicao
           move zeros      to ixp-sequencia
           start itens-expedicao key is >= chave-itens-expedicao
               invalid key
                   go calcula-tributos-expedicoes
           end-start.
       calcula-tributos-itens.
           read itens-expedicao next at end
               go calcula-tributos-expedicoes
           end-read
           if ixp-expedicao not = exp-numero
               go calcula-tributos-expedicoes
           end-if
           if ixp-quantidade-expedida = zeros
               go calcula-tributos-itens
           end-if

           perform calcula-tributos-item
           add ws-item-ipi    to fat-valor-ipi
           add ws-item-pis    to fat-valor-pis
           add ws-item-cofins to fat-valor-cofins
           go calcula-tributos-itens.
       calcula-tributos-federais-fim.
           exit.
      * Aliquotas pelo NCM do produto; produto sem NCM ou NCM fora
      * da tabela sai sem tributos federais. Na exportacao nao ha
      * destaque.
       calcula-tributos-item.
           move zeros to ws-aliquota-ipi ws-aliquota-pis
                         ws-aliquota-cofins ws-item-ipi ws-item-pis
                         ws-item-cofins
           move ixp-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
               move zeros  to pro-ncm
           end-read
           if pro-ncm = zeros or codigo-pais-clientes not = zeros
               exit paragraph
           end-if

           move pro-ncm to trb-ncm
           read tributos-federais invalid key
               exit paragraph
           end-read

           move trb-aliquota-ipi    to ws-aliquota-ipi
           move trb-aliquota-pis    to ws-aliquota-pis
           move trb-aliquota-cofins to ws-aliquota-cofins
           compute ws-item-ipi rounded =
                   ixp-total * ws-aliquota-ipi / 100
           end-compute
           compute ws-item-pis rounded =
                   ixp-total * ws-aliquota-pis / 100
           end-compute
           compute ws-item-cofins rounded =
                   ixp-total * ws-aliquota-cofins / 100
           end-compute.
       imprime-fatura.
           move "Emissao-Faturas" to ws-spool-programa
           move "Spool-Fatura"    to ws-spool-nome
           move codigo-clientes   to 11-cliente
           move nome-clientes     to 11-nome

           move spaces to linha-14
           if cliente-pessoa-juridica
               move cnpj-raiz-clientes   to ws-cnpj-ed-raiz
               move cnpj-filial-clientes to ws-cnpj-ed-filial
               move cnpj-dv-clientes     to ws-cnpj-ed-dv
               move "CNPJ.....:"         to 114-rotulo
               move ws-cnpj-editado      to 114-documento
               move "I.E.:"              to 114-rotulo-ie
               move inscricao-estadual-clientes to 114-inscricao
           else
               move "CPF......:"         to 114-rotulo
               move cpf-clientes         to 114-documento
           end-if

      * A fatura imprime o endereco de cobranca do cadastro de
      * enderecos; sem cobranca cadastrada, vale o do cliente.
           move fat-cliente to end-cliente
           write linha-relatorio
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           write linha-relatorio from linha-14
           write linha-relatorio from linha-02
           write linha-relatorio from linha-03
           write linha-relatorio from linha-04
           write linha-relatorio
           write linha-relatorio from linha-05

      * Os itens impressos sao os expedidos nas expedicoes que
      * esta fatura cobre, na quantidade que saiu.
           move fat-pedido to exp-pedido
           start expedicoes key is = exp-pedido invalid key
               go imprime-fatura-rodape
           end-start.
       imprime-fatura-expedicoes.
           read expedicoes next at end
               go imprime-fatura-rodape
           end-read
           if exp-pedido not = fat-pedido
               go imprime-fatura-rodape
           end-if
           if exp-fatura not = fat-numero
               go imprime-fatura-expedicoes
           end-if

           move exp-numero to ixp-expedicao
           move zeros      to ixp-sequencia
           start itens-expedicao key is >= chave-itens-expedicao
               invalid key
                   go imprime-fatura-expedicoes
           end-start.
       imprime-fatura-itens.
           read itens-expedicao next at end
               go imprime-fatura-expedicoes
           end-read
           if ixp-expedicao not = exp-numero
               go imprime-fatura-expedicoes
           end-if
           if ixp-quantidade-expedida = zeros
               go imprime-fatura-itens
           end-if

           move ixp-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao pro-unidade
           end-read

           move ixp-sequencia           to 16-sequencia
           move ixp-produto             to 16-produto
           move pro-descricao           to 16-descricao
           move ixp-quantidade-expedida to 16-quantidade
           move ixp-preco-unitario      to 16-unitario
           move ixp-total               to 16-total
           move pro-unidade             to 16-unidade

      * Item pedido em unidade alternativa sai na unidade do
      * cliente: quantidade e unitario convertidos pelo fator do
      * item; o total e o mesmo, cobrado na unidade base.
           move fat-pedido    to ite-pedido
           move ixp-sequencia to ite-sequencia
           read itens-pedido invalid key
               move spaces to ite-unidade-venda
           end-read
           if ite-unidade-venda not = spaces
               and ite-fator-unidade > zeros
               move ite-unidade-venda to 16-unidade
               compute 16-quantidade rounded =
                       ixp-quantidade-expedida / ite-fator-unidade
               end-compute
               compute 16-unitario rounded =
                       ixp-preco-unitario * ite-fator-unidade
               end-compute
           end-if
           write linha-relatorio from linha-06
           go imprime-fatura-itens.
       imprime-fatura-rodape.
           move fat-valor to 18-valor
           write linha-relatorio from linha-08

           if fat-moeda not = spaces
               move fat-moeda       to 117-moeda
               move fat-valor-moeda to 117-valor
               move fat-taxa-cambio to 117-taxa
               write linha-relatorio from linha-17
           end-if

      * O IPI e cobrado por fora, somado ao total da nota e cobrado
      * no titulo proprio da fatura; PIS e COFINS ja estao no preco
      * e saem so em destaque.
           if fat-frete > zeros
               move fat-frete          to 112-frete
               move fat-transportadora to 112-transportadora
               move fat-peso           to 112-peso
               write linha-relatorio from linha-12
           end-if
           if fat-frete > zeros or fat-valor-ipi > zeros
               compute 113-total = fat-valor + fat-frete
                                 + fat-valor-ipi
               end-compute
               write linha-relatorio from linha-13
           end-if

           move fat-aliquota-icms to 19-aliquota
           move fat-valor-icms    to 19-valor-icms
           write linha-relatorio from linha-09

           if fat-valor-difal > zeros
               move fat-aliquota-difal to 115-aliquota
               move fat-valor-difal    to 115-valor-difal
               write linha-relatorio from linha-15
           end-if

           if fat-valor-ipi > zeros or fat-valor-pis > zeros
               or fat-valor-cofins > zeros
               move fat-valor-ipi    to 116-ipi
               move fat-valor-pis    to 116-pis
               move fat-valor-cofins to 116-cofins
               write linha-relatorio from linha-16
           end-if

           move "Fim da Fatura" to linha-relatorio
           write linha-relatorio
           close relatorio.
       imprime-fatura-fim.
           exit.
      * Chave de acesso montada na emissao e gravada na fatura: o
      * arquivo da NF-e e o retorno da SEFAZ se cruzam por ela.
       monta-chave-acesso.
           move zeros to ws-chave-nfe
           move 1     to ws-indice-codigo-uf.
       monta-chave-acesso-uf.
           if ws-indice-codigo-uf > 27
               go monta-chave-acesso-dv
           end-if
           if tcu-uf(ws-indice-codigo-uf) = ws-uf-origem
               move tcu-codigo(ws-indice-codigo-uf) to chv-uf
               go monta-chave-acesso-dv
           end-if
           add 1 to ws-indice-codigo-uf
           go monta-chave-acesso-uf.
       monta-chave-acesso-dv.
           move fat-data-emissao(3:4) to chv-aamm
           move ws-cnpj-emitente      to chv-cnpj
           move 55                    to chv-modelo
           move ws-serie-nfe          to chv-serie
           move fat-numero            to chv-numero
           move 1                     to chv-tipo-emissao
           move fat-pedido            to chv-codigo

           move zeros to ws-soma-chave
           move 2     to ws-peso-chave
           move 43    to ws-indice-chave
           perform soma-digito-chave
               until ws-indice-chave < 1

           divide ws-soma-chave by 11 giving ws-quociente-chave
                                   remainder ws-resto-chave
           if ws-resto-chave < 2
               move 0 to chv-dv
           else
               compute chv-dv = 11 - ws-resto-chave
           end-if

           move ws-chave-nfe to fat-chave-acesso.
       monta-chave-acesso-fim.
           exit.
       soma-digito-chave.
           compute ws-soma-chave = ws-soma-chave +
                   chv-digito(ws-indice-chave) * ws-peso-chave
           end-compute
           if ws-peso-chave = 9
               move 2 to ws-peso-chave
           else
               add 1 to ws-peso-chave
           end-if
           subtract 1 from ws-indice-chave.
      * Arquivo da NF-e no leiaute texto de importacao do emissor
      * da SEFAZ: campos separados por barra vertical, um arquivo
      * por fatura, registrado na fila de spool como a remessa de
      * cobranca. Registros: A identificacao, B cabecalho, C/C02
      * emitente, E/E02/E03/E05 destinatario, H/I/N itens com
      * ICMS (NA = DIFAL), O/Q/S IPI, PIS e COFINS do item, W02
      * totais, X transporte.
       gera-nfe.
           move "Emissao-Faturas" to ws-spool-programa
           move "NFe-Emissao"     to ws-spool-nome
           perform registra-spool
           move ws-local to ws-local-nfe

           open output nota-eletronica
           if estado-nfe not = "00"
               display "Arquivo da NF-e Com Problema, Estado " at 2201
                           estado-nfe
               go gera-nfe-fim
           end-if

           move "NOTAFISCAL|1|" to linha-nfe
           write linha-nfe

           move "A"                   to ws-nfe-registro
           perform inicia-linha-nfe
           move "4.00"                to ws-nfe-campo
           perform acrescenta-campo-nfe
           move spaces                to ws-nfe-campo
           string "NFe" fat-chave-acesso delimited by size
                  into ws-nfe-campo
           end-string
           perform acrescenta-campo-nfe
           write linha-nfe

      * B: cUF, cNF, natureza, modelo, serie, numero, emissao,
      * tpNF, idDest (1 interna 2 interestadual 3 exterior),
      * tpImp, tpEmis, cDV, tpAmb, finNFe, indFinal.
           move fat-data-emissao(1:4) to ws-nfe-data-ano
           move fat-data-emissao(5:2) to ws-nfe-data-mes
           move fat-data-emissao(7:2) to ws-nfe-data-dia
           move "B"                   to ws-nfe-registro
           perform inicia-linha-nfe
           move chv-uf                to ws-nfe-campo
           perform acrescenta-campo-nfe
           move chv-codigo            to ws-nfe-campo
           perform acrescenta-campo-nfe
           move "VENDA DE MERCADORIA" to ws-nfe-campo
           perform acrescenta-campo-nfe
           move chv-modelo            to ws-nfe-campo
           perform acrescenta-campo-nfe
           move chv-serie             to ws-nfe-campo
           perform acrescenta-campo-nfe
           move chv-numero            to ws-nfe-campo
           perform acrescenta-campo-nfe
           move ws-nfe-data           to ws-nfe-campo
           perform acrescenta-campo-nfe
           move "1"                   to ws-nfe-campo
           perform acrescenta-campo-nfe
           if codigo-pais-clientes not = zeros
               move "3" to ws-nfe-campo
           else
           if uf-clientes = ws-uf-origem
               move "1" to ws-nfe-campo
           else
               move "2" to ws-nfe-campo
           end-if
           end-if
           perform acrescenta-campo-nfe
           move "1"                   to ws-nfe-campo
           perform acrescenta-campo-nfe
           move chv-tipo-emissao      to ws-nfe-campo
           perform acrescenta-campo-nfe
           move chv-dv                to ws-nfe-campo
           perform acrescenta-campo-nfe
           move "1"                   to ws-nfe-campo
           perform acrescenta-campo-nfe
           move "1"                   to ws-nfe-campo
           perform acrescenta-campo-nfe
           if fatura-contribuinte
               move "0" to ws-nfe-campo
           else
               move "1" to ws-nfe-campo
           end-if
           perform acrescenta-campo-nfe
           write linha-nfe

           move "C"                   to ws-nfe-registro
           perform inicia-linha-nfe
           move ws-razao-emitente     to ws-nfe-campo
           perform acrescenta-campo-nfe
           move ws-ie-emitente        to ws-nfe-campo
           perform acrescenta-campo-nfe
           write linha-nfe

           move "C02"                 to ws-nfe-registro
           perform inicia-linha-nfe
           move ws-cnpj-emitente      to ws-nfe-campo
           perform acrescenta-campo-nfe
           write linha-nfe

      * indIEDest: 1 contribuinte, 2 isento, 9 nao contribuinte.
           move "E"                   to ws-nfe-registro
           perform inicia-linha-nfe
           move nome-clientes         to ws-nfe-campo
           perform acrescenta-campo-nfe
           if fatura-contribuinte
               move "1" to ws-nfe-campo
           else
           if inscricao-estadual-clientes = "ISENTO"
               move "2" to ws-nfe-campo
           else
               move "9" to ws-nfe-campo
           end-if
           end-if
           perform acrescenta-campo-nfe
           move inscricao-estadual-clientes to ws-nfe-campo
           perform acrescenta-campo-nfe
           write linha-nfe

           if cliente-pessoa-juridica
               move "E02"        to ws-nfe-registro
               perform inicia-linha-nfe
               move cnpj-clientes to ws-nfe-campo
           else
               move "E03"        to ws-nfe-registro
               perform inicia-linha-nfe
               move cpf-clientes  to ws-nfe-campo
           end-if
           perform acrescenta-campo-nfe
           write linha-nfe

           move "E05"                 to ws-nfe-registro
           perform inicia-linha-nfe
           move endereco-clientes     to ws-nfe-campo
           perform acrescenta-campo-nfe
           move cidade-clientes       to ws-nfe-campo
           perform acrescenta-campo-nfe
           move uf-clientes           to ws-nfe-campo
           perform acrescenta-campo-nfe
           write linha-nfe

           move zeros to ws-item-nfe
           move fat-pedido to exp-pedido
           start expedicoes key is = exp-pedido invalid key
               go gera-nfe-totais
           end-start.
       gera-nfe-expedicoes.
           read expedicoes next at end
               go gera-nfe-totais
           end-read
           if exp-pedido not = fat-pedido
               go gera-nfe-totais
           end-if
           if exp-fatura not = fat-numero
               go gera-nfe-expedicoes
           end-if

           move exp-numero to ixp-expedicao
           move zeros      to ixp-sequencia
           start itens-expedicao key is >= chave-itens-expedicao
               invalid key
                   go gera-nfe-expedicoes
           end-start.
       gera-nfe-itens.
           read itens-expedicao next at end
               go gera-nfe-expedicoes
           end-read
           if ixp-expedicao not = exp-numero
               go gera-nfe-expedicoes
           end-if
           if ixp-quantidade-expedida = zeros
               go gera-nfe-itens
           end-if

           perform calcula-tributos-item

           add 1 to ws-item-nfe
           move "H"                     to ws-nfe-registro
           perform inicia-linha-nfe
           move ws-item-nfe             to ws-nfe-campo
           perform acrescenta-campo-nfe
           write linha-nfe

           move "I"                     to ws-nfe-registro
           perform inicia-linha-nfe
           move ixp-produto             to ws-nfe-campo
           perform acrescenta-campo-nfe
           move pro-descricao           to ws-nfe-campo
           perform acrescenta-campo-nfe
           move pro-ncm                 to ws-nfe-campo
           perform acrescenta-campo-nfe
           move ixp-quantidade-expedida to ws-nfe-valor
           perform acrescenta-valor-nfe
           move ixp-preco-unitario      to ws-nfe-valor
           perform acrescenta-valor-nfe
           move ixp-total               to ws-nfe-valor
           perform acrescenta-valor-nfe
           write linha-nfe

           move "N"                     to ws-nfe-registro
           perform inicia-linha-nfe
           move fat-aliquota-icms       to ws-nfe-valor
           perform acrescenta-valor-nfe
           compute ws-nfe-valor rounded =
                   ixp-total * fat-aliquota-icms / 100
           end-compute
           perform acrescenta-valor-nfe
           write linha-nfe

           if fat-aliquota-difal > zeros
               move "NA"                to ws-nfe-registro
               perform inicia-linha-nfe
               move fat-aliquota-difal  to ws-nfe-valor
               perform acrescenta-valor-nfe
               compute ws-nfe-valor rounded =
                       ixp-total * fat-aliquota-difal / 100
               end-compute
               perform acrescenta-valor-nfe
               write linha-nfe
           end-if

           if ws-item-ipi > zeros
               move "O"                 to ws-nfe-registro
               perform inicia-linha-nfe
               move ws-aliquota-ipi     to ws-nfe-valor
               perform acrescenta-valor-nfe
               move ws-item-ipi         to ws-nfe-valor
               perform acrescenta-valor-nfe
               write linha-nfe
           end-if

           move "Q"                     to ws-nfe-registro
           perform inicia-linha-nfe
           move ws-aliquota-pis         to ws-nfe-valor
           perform acrescenta-valor-nfe
           move ws-item-pis             to ws-nfe-valor
           perform acrescenta-valor-nfe
           write linha-nfe

           move "S"                     to ws-nfe-registro
           perform inicia-linha-nfe
           move ws-aliquota-cofins      to ws-nfe-valor
           perform acrescenta-valor-nfe
           move ws-item-cofins          to ws-nfe-valor
           perform acrescenta-valor-nfe
           write linha-nfe
           go gera-nfe-itens.
      * W02: base, ICMS, produtos, frete, total da nota, DIFAL,
      * IPI, PIS e COFINS. O IPI entra no total da nota.
       gera-nfe-totais.
           move "W02"               to ws-nfe-registro
           perform inicia-linha-nfe
           move fat-valor           to ws-nfe-valor
           perform acrescenta-valor-nfe
           move fat-valor-icms      to ws-nfe-valor
           perform acrescenta-valor-nfe
           move fat-valor           to ws-nfe-valor
           perform acrescenta-valor-nfe
           move fat-frete           to ws-nfe-valor
           perform acrescenta-valor-nfe
           compute ws-nfe-valor = fat-valor + fat-frete
                                + fat-valor-ipi
           end-compute
           perform acrescenta-valor-nfe
           move fat-valor-difal     to ws-nfe-valor
           perform acrescenta-valor-nfe
           move fat-valor-ipi       to ws-nfe-valor
           perform acrescenta-valor-nfe
           move fat-valor-pis       to ws-nfe-valor
           perform acrescenta-valor-nfe
           move fat-valor-cofins    to ws-nfe-valor
           perform acrescenta-valor-nfe
           write linha-nfe

      * X: modalidade do frete (0 por conta do emitente, 9 sem
      * frete), transportadora e peso.
           move "X"                 to ws-nfe-registro
           perform inicia-linha-nfe
           if fat-transportadora = zeros
               move "9" to ws-nfe-campo
           else
               move "0" to ws-nfe-campo
           end-if
           perform acrescenta-campo-nfe
           write linha-nfe

           if fat-transportadora not = zeros
               move fat-transportadora to trp-codigo
               read transportadoras invalid key
                   move spaces to trp-razao-social
                   move zeros  to trp-cnpj
               end-read
               move "X03"              to ws-nfe-registro
               perform inicia-linha-nfe
               move trp-razao-social   to ws-nfe-campo
               perform acrescenta-campo-nfe
               move trp-cnpj           to ws-nfe-campo
               perform acrescenta-campo-nfe
               write linha-nfe

               move "X26"              to ws-nfe-registro
               perform inicia-linha-nfe
               move fat-peso           to ws-nfe-valor
               perform acrescenta-valor-nfe
               write linha-nfe
           end-if

           close nota-eletronica.
       gera-nfe-fim.
           exit.
      * Evento de cancelamento da NF-e autorizada: chave, protocolo
      * de autorizacao e a justificativa do cancelamento.
       gera-evento-cancelamento.
           move "Emissao-Faturas"  to ws-spool-programa
           move "NFe-Cancelamento" to ws-spool-nome
           perform registra-spool
           move ws-local to ws-local-nfe

           open output nota-eletronica
           if estado-nfe not = "00"
               display "Arquivo do Evento Com Problema, Estado "
                                      at 2201 estado-nfe
               go gera-evento-cancelamento-fim
           end-if

           move "EVENTO|1|" to linha-nfe
           write linha-nfe

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:4) to ws-nfe-data-ano
           move ws-data-sistema(5:2) to ws-nfe-data-mes
           move ws-data-sistema(7:2) to ws-nfe-data-dia
           move "CANCELAMENTO"        to ws-nfe-registro
           perform inicia-linha-nfe
           move fat-chave-acesso      to ws-nfe-campo
           perform acrescenta-campo-nfe
           move fat-protocolo         to ws-nfe-campo
           perform acrescenta-campo-nfe
           move ws-nfe-data           to ws-nfe-campo
           perform acrescenta-campo-nfe
           move fat-motivo-cancelamento to ws-nfe-campo
           perform acrescenta-campo-nfe
           write linha-nfe

           close nota-eletronica.
       gera-evento-cancelamento-fim.
           exit.
       inicia-linha-nfe.
           move spaces to linha-nfe
           move 1      to ws-ponteiro-nfe
           string function trim(ws-nfe-registro) delimited by size
                  "|"                             delimited by size
                  into linha-nfe with pointer ws-ponteiro-nfe
           end-string.
       acrescenta-campo-nfe.
           string function trim(ws-nfe-campo)    delimited by size
                  "|"                             delimited by size
                  into linha-nfe with pointer ws-ponteiro-nfe
           end-string.
       acrescenta-valor-nfe.
           move ws-nfe-valor-inteiro to ws-nfe-inteiro-edit
           string function trim(ws-nfe-inteiro-edit)
                                                  delimited by size
                  "."                             delimited by size
                  ws-nfe-valor-decimal            delimited by size
                  "|"                             delimited by size
                  into linha-nfe with pointer ws-ponteiro-nfe
           end-string.
       cancelamento section.
           display erase at 0101
           display "Cancelamento de Fatura" at 0101
               go mostra-opcoes
           end-if

      * NF-e enviada e ainda sem retorno nao se cancela as cegas:
      * primeiro o retorno da SEFAZ diz se foi autorizada.
           if nfe-gerada or nfe-cancelamento-enviado
               display "NF-e Sem Retorno da SEFAZ: Processe o Retorno."
                                      at 2301
               accept resposta at 2380
               unlock faturas
               go mostra-opcoes
           end-if

           display "Pedido: "  at 0501 fat-pedido
           display "Cliente: " at 0601 fat-cliente
           display "Valor: "   at 0701 fat-valor
               unlock faturas
               go cancelamento
           end-if
           if nfe-autorizada and ws-motivo(15:26) = spaces
               display "NF-e Autorizada: Motivo com 15 Caracteres ou +."
                                      at 2301
               accept resposta at 2380
               unlock faturas
               go cancelamento
           end-if

           display "Confirma o Cancelamento? Sim ou Nao?" at 2301
           accept resposta at 2339
           move "X"         to fat-status
           move ws-motivo   to fat-motivo-cancelamento
           move ws-operador to fat-operador
           move "N"         to situacao-evento
           if nfe-autorizada
               move "E" to fat-situacao-nfe
               move "S" to situacao-evento
           end-if

           rewrite registro-faturas invalid key
               display "ReGravacao com Problema, Estado " at 2301
           end-rewrite
           unlock faturas

           perform libera-expedicoes-fatura
               thru libera-expedicoes-fatura-fim

           perform estorna-titulo-ipi thru estorna-titulo-ipi-fim

           if evento-cancelamento
               perform gera-evento-cancelamento
                   thru gera-evento-cancelamento-fim
               display "Evento de Cancelamento da NF-e Gerado." at 2201
           end-if

           display "Fatura Cancelada, Numero Queimado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
           display "Cliente...: " at 0601 fat-cliente
           display "Emissao...: " at 0701 fat-data-emissao
           display "Valor.....: " at 0801 fat-valor
           display "Frete.....: " at 0840 fat-frete
           display "Status....: " at 0901 fat-status
           display "Operador..: " at 1001 fat-operador
           if fatura-cancelada
               display "Motivo....: " at 1101 fat-motivo-cancelamento
           end-if

           display "NF-e......: " at 1301 fat-situacao-nfe
           evaluate true
               when nfe-gerada
                   display "Aguardando Autorizacao" at 1315
               when nfe-autorizada
                   display "Autorizada"             at 1315
               when nfe-rejeitada
                   display "Rejeitada"              at 1315
               when nfe-cancelamento-enviado
                   display "Cancelamento Enviado"   at 1315
               when nfe-cancelada
                   display "Cancelada na SEFAZ"     at 1315
           end-evaluate
           display "Chave.....: " at 1401 fat-chave-acesso
           display "Protocolo.: " at 1501 fat-protocolo
           if nfe-rejeitada
               display "Rejeicao..: " at 1601 fat-codigo-retorno
               display fat-motivo-retorno at 1617
           end-if

           display "Enter, finaliza Consulta." at 2301
           accept resposta at 2380
           go consulta.

       resumo-icms section.
           display erase at 0101
           display "Resumo Mensal de Tributos por UF" at 0101
           display "Competencia (AAAAMM): " at 0301
           move zeros to ws-competencia
           accept ws-competencia at 0323
           end-if

           move "Emissao-Faturas"   to ws-spool-programa
           move "Spool-ResumoTributos" to ws-spool-nome
           perform registra-spool

           open output relatorio

           move spaces to linha-relatorio
           write linha-relatorio
           move "Resumo Mensal de Tributos por UF" to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-11

                                           (ws-indice-uf-res)
                   add fat-valor      to res-valor(ws-indice-uf-res)
                   add fat-valor-icms to res-icms(ws-indice-uf-res)
                   add fat-valor-difal
                                      to res-difal(ws-indice-uf-res)
                   add fat-valor-ipi  to res-ipi(ws-indice-uf-res)
                   add fat-valor-pis  to res-pis(ws-indice-uf-res)
                   add fat-valor-cofins
                                      to res-cofins(ws-indice-uf-res)
                   exit perform
               end-if
           end-perform
               move 1              to res-quantidade(ws-total-ufs-res)
               move fat-valor      to res-valor(ws-total-ufs-res)
               move fat-valor-icms to res-icms(ws-total-ufs-res)
               move fat-valor-difal
                                   to res-difal(ws-total-ufs-res)
               move fat-valor-ipi  to res-ipi(ws-total-ufs-res)
               move fat-valor-pis  to res-pis(ws-total-ufs-res)
               move fat-valor-cofins
                                   to res-cofins(ws-total-ufs-res)
           end-if

           go resumo-icms-le.
               move res-quantidade(ws-indice-uf-res) to 110-quantidade
               move res-valor(ws-indice-uf-res)      to 110-valor
               move res-icms(ws-indice-uf-res)       to 110-icms
               move res-difal(ws-indice-uf-res)      to 110-difal
               move res-ipi(ws-indice-uf-res)        to 110-ipi
               move res-pis(ws-indice-uf-res)        to 110-pis
               move res-cofins(ws-indice-uf-res)     to 110-cofins
               write linha-relatorio from linha-10
           end-perform

           write linha-relatorio
           close relatorio

           display "Resumo de Tributos Gerado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.

       copy "C:\CursoCobol\Copylib\BuscaTaxaCambio.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Emissao-Faturas.
