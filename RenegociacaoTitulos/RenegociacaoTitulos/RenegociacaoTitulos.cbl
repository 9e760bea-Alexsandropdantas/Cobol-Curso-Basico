       identification division.
       program-id. Renegociacao-Titulos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\Select-Renegociacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensRenegociacao.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select parametro-inad assign to ws-local-parametro
               file status is estado-parametro
               organization is line sequential.
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-renegociacoes assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-CondicoesPagamento.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\FD-Renegociacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensRenegociacao.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd parametro-inad label record omitted.
       01 registro-parametro.
           02 par-juros-mes          pic 9(02)v99.
           02 par-multa              pic 9(02)v99.
           02 par-dias-bloqueio      pic 9(03).
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-renegociacoes.
       01 registro-sort-renegociacoes.
           03 cliente-sort         pic 9(06).
           03 numero-sort          pic 9(06).

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-condicoes         pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 estado-renegociacoes     pic x(02) value spaces.
       01 estado-itens-renegociacao pic x(02) value spaces.
       01 estado-parametro         pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-parametro       pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-cliente               pic 9(06) value zeros.
       01 ws-condicao              pic 9(02) value zeros.
       01 ws-numero-renegociacao   pic 9(06) value zeros.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-vencimento       pic 9(07) value zeros.
       01 ws-dias-atraso           pic 9(05) value zeros.
       01 ws-saldo-titulo          pic 9(09)v99 value zeros.
       01 ws-juros                 pic 9(09)v99 value zeros.
       01 ws-multa                 pic 9(09)v99 value zeros.
       01 ws-total-saldo           pic 9(09)v99 value zeros.
       01 ws-total-juros           pic 9(09)v99 value zeros.
       01 ws-total-multa           pic 9(09)v99 value zeros.
       01 ws-total-renegociado     pic 9(09)v99 value zeros.
       01 ws-titulos-selecionados  pic 9(03) value zeros.
       01 ws-vendedor              pic 9(03) value zeros.
       01 ws-saldo-edit            pic zzz.zzz.zz9,99.
       01 ws-juros-edit            pic zzz.zz9,99.
       01 ws-multa-edit            pic zzz.zz9,99.
       01 ws-total-edit            pic zzz.zzz.zz9,99.
       01 ws-indice-titulo         pic 9(02) value zeros.
       01 ws-total-titulos         pic 9(02) value zeros.
       01 situacao-vencidos        pic x(01) value "N".
          88 ha-mais-vencidos      value "S".
       01 situacao-selecao         pic x(01) value "S".
          88 selecao-valida        value "S".
       01 tabela-titulos.
          03 entrada-titulo occurs 14 times.
             05 tbr-pedido         pic 9(06).
             05 tbr-parcela        pic 9(02).
             05 tbr-vencimento     pic 9(08).
             05 tbr-atraso         pic 9(05).
             05 tbr-saldo          pic 9(09)v99.
             05 tbr-juros          pic 9(09)v99.
             05 tbr-multa          pic 9(09)v99.
             05 tbr-marca          pic x(01).
       01 ws-sequencia-item        pic 9(03) value zeros.
       01 ws-parcelas-gerar        pic 9(02) value zeros.
       01 ws-intervalo-gerar       pic 9(03) value zeros.
       01 ws-parcela               pic 9(02) value zeros.
       01 ws-valor-parcela         pic 9(09)v99 value zeros.
       01 ws-valor-acumulado       pic 9(09)v99 value zeros.
       01 ws-venc-base             pic 9(08) value zeros.
       01 filler redefines ws-venc-base.
          03 ws-venc-ano           pic 9(04).
          03 ws-venc-mes           pic 9(02).
          03 ws-venc-dia           pic 9(02).
       01 ws-venc-util             pic 9(08) value zeros.
       01 ws-dias-mes              pic 9(02) value zeros.
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
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       01 ws-competencia-inicial   pic 9(06) value zeros.
       01 ws-competencia-final     pic 9(06) value zeros.
       01 ws-cliente-anterior      pic 9(06) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-data-ddmmaaaa         pic 9(08) value zeros.
       01 totais-geral.
          03 tg-renegociacoes      pic 9(05) value zeros.
          03 tg-original           pic 9(11)v99 value zeros.
          03 tg-juros              pic 9(11)v99 value zeros.
          03 tg-multa              pic 9(11)v99 value zeros.
          03 tg-total              pic 9(11)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(36)
                value "Historico de Renegociacoes".
         03 filler                pic x(08) value "Periodo:".
         03 00-competencia-inicial pic 9(06).
         03 filler                pic x(03) value " a ".
         03 00-competencia-final  pic 9(06).
         03 filler                pic x(02) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "RENEG.".
         03 filler                pic x(12) value "DATA".
         03 filler                pic x(06) value "COND".
         03 filler                pic x(06) value "PARC".
         03 filler                pic x(16) value "ORIGINAL".
         03 filler                pic x(12) value "JUROS".
         03 filler                pic x(12) value "MULTA".
         03 filler                pic x(16) value "TOTAL".
         03 filler                pic x(08) value "OPERADOR".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "Cliente:".
         03 12-cliente            pic zzzzz9bb.
         03 12-nome               pic x(40).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-numero             pic zzzzz9bbb.
         03 13-data               pic 99/99/9999bb.
         03 13-condicao           pic z9bbbb.
         03 13-parcelas           pic z9bbbb.
         03 13-original           pic zzz.zzz.zz9,99bb.
         03 13-juros              pic zzz.zz9,99bb.
         03 13-multa              pic zzz.zz9,99bb.
         03 13-total              pic zzz.zzz.zz9,99bb.
         03 13-operador           pic x(08).
       01 linha-04.
         03 filler                pic x(14) value spaces.
         03 filler                pic x(16) value "Titulo Original".
         03 14-pedido             pic zzzzz9.
         03 filler                pic x(01) value "/".
         03 14-parcela            pic 99bb.
         03 filler                pic x(06) value "Venc.".
         03 14-vencimento         pic 99/99/9999bb.
         03 filler                pic x(07) value "Atraso".
         03 14-atraso             pic zz.zz9bb.
         03 14-saldo              pic zzz.zzz.zz9,99bb.
         03 14-juros              pic zzz.zz9,99bb.
         03 14-multa              pic zzz.zz9,99.
       01 linha-05.
         03 filler                pic x(14) value spaces.
         03 filler                pic x(16) value "Nova Parcela".
         03 15-pedido             pic zzzzz9.
         03 filler                pic x(01) value "/".
         03 15-parcela            pic 99bb.
         03 filler                pic x(06) value "Venc.".
         03 15-vencimento         pic 99/99/9999bb.
         03 filler                pic x(07) value "Valor".
         03 15-valor              pic zzz.zzz.zz9,99bb.
         03 filler                pic x(09) value "Recebido".
         03 15-recebido           pic zzz.zzz.zz9,99bb.
         03 15-situacao           pic x(09).
       01 linha-06.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(12) value "Total Geral".
         03 16-renegociacoes      pic zz.zz9.
         03 filler                pic x(17) value " renegociacoes".
         03 16-original           pic z.zzz.zzz.zz9,99bb.
         03 16-juros              pic zzz.zzz.zz9,99bb.
         03 16-multa              pic zzz.zzz.zz9,99bb.
         03 16-total              pic z.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move spaces to ws-local
           string function trim(diretorio-relatorios)
                                        delimited by size
                  "\Spool-Renegociacoes.txt"
                                        delimited by size
                  into ws-local
           end-string
           move spaces to ws-local-parametro
           string function trim(diretorio-dados)
                                        delimited by size
                  "\BaixaTitulos\ParametroInadimplencia.txt"
                                        delimited by size
                  into ws-local-parametro
           end-string.

      * Juros e multa seguem as mesmas regras do relatorio de
      * inadimplencia: arquivo local de parametros, sobreposto pela
      * tabela de parametros de negocio quando alimentada.
       carrega-parametro section.
           open input parametro-inad
           if estado-parametro = "35" or "05"
               close parametro-inad
               open output parametro-inad
               move 02,00 to par-juros-mes
               move 02,00 to par-multa
               move 060   to par-dias-bloqueio
               write registro-parametro
               close parametro-inad
               open input parametro-inad
           end-if
           read parametro-inad at end
               move 02,00 to par-juros-mes
               move 02,00 to par-multa
               move 060   to par-dias-bloqueio
           end-read
           close parametro-inad

           move "JUROS-MES" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to par-juros-mes
           end-if

           move "MULTA-ATRASO" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to par-multa
           end-if.

       abre-arquivos section.
           open i-o titulos-receber
           if estado-titulos not = "00"
               display "Arquivo Titulos Com Problema Estado " at 2301
                           estado-titulos
               accept resposta at 2380
               goback
           end-if

           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close titulos-receber
               goback
           end-if

           open input condicoes-pagamento

           open i-o numeracao
           if estado-numeracao = "35" or "05"
               close numeracao
               open output numeracao
               close numeracao
               open i-o numeracao
           end-if

           open i-o renegociacoes
           if estado-renegociacoes = "35" or "05"
               close renegociacoes
               open output renegociacoes
               close renegociacoes
               open i-o renegociacoes
           end-if

           open i-o itens-renegociacao
           if estado-itens-renegociacao = "35" or "05"
               close itens-renegociacao
               open output itens-renegociacao
               close itens-renegociacao
               open i-o itens-renegociacao
           end-if.
       pede-operador section.
           if usuario-corrente not = spaces
               move usuario-corrente to ws-operador
           else
               display "Codigo do Operador: " at 0201
               accept ws-operador at 0222
               if ws-operador = spaces
                   go pede-operador
               end-if
           end-if.
       mostra-opcoes section.
           display erase                            at 0101
           display "01-Renegociar Titulos Vencidos"  at 0301
           display "02-Consultar Renegociacao"       at 0401
           display "03-Historico de Renegociacoes"   at 0501
           display "00-Sair"                         at 0701
           display "Opcao: "                         at 0901
           accept opcao at 0908

           if opcao = 01
               go renegociacao
           else
           if opcao = 02
               go consulta
           else
           if opcao = 03
               go relatorio-historico
           else
           if opcao = 00
               close titulos-receber clientes condicoes-pagamento
                     numeracao renegociacoes itens-renegociacao
               goback
           else
               go mostra-opcoes
           end-if.

      * Os titulos vencidos escolhidos do cliente sao cancelados com
      * a referencia da renegociacao e o saldo, acrescido de juros e
      * multa ate hoje, volta como novas parcelas pela condicao de
      * pagamento escolhida. As novas parcelas levam na chave o
      * numero da renegociacao (registro 24 da numeracao, faixa
      * propria para nao colidir com pedidos).
       renegociacao section.
           display erase at 0101
           display "Renegociacao de Titulos Vencidos" at 0101
           display "Cliente...........: " at 0301
           move zeros to ws-cliente
           accept ws-cliente at 0321
           if ws-cliente = zeros
               go mostra-opcoes
           end-if

           move ws-cliente to codigo-clientes
           read clientes invalid key
               display "Cliente Nao Cadastrado. Enter" at 2301
               accept resposta at 2380
               go renegociacao
           end-read
           display nome-clientes at 0329

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje

           perform carrega-vencidos thru carrega-vencidos-fim
           if ws-total-titulos = zeros
               display "Cliente Sem Titulos Vencidos. Enter" at 2301
               accept resposta at 2380
               go renegociacao
           end-if

           display "Pedido Par Vencimento Atraso" at 0501
           display "Saldo      Juros      Multa Sel" at 0536
           move 1  to ws-indice-titulo
           move 05 to linha
           perform mostra-vencido
               until ws-indice-titulo > ws-total-titulos
           if ha-mais-vencidos
               display "Ha Mais Vencidos: Renegocie em Outra Vez"
                                                       at 2001
           end-if

           move 1  to ws-indice-titulo
           move 05 to linha
           perform marca-vencido
               until ws-indice-titulo > ws-total-titulos

           perform soma-selecionados
           if ws-titulos-selecionados = zeros
               display "Nenhum Titulo Selecionado. Enter" at 2301
               accept resposta at 2380
               go renegociacao
           end-if

           move ws-total-saldo to ws-total-edit
           display "Saldo: "      at 2101 ws-total-edit
           move ws-total-juros to ws-juros-edit
           display "Juros: "      at 2124 ws-juros-edit
           move ws-total-multa to ws-multa-edit
           display "Multa: "      at 2143 ws-multa-edit
           move ws-total-renegociado to ws-total-edit
           display "Novo Valor: " at 2160 ws-total-edit.
       renegociacao-condicao.
           display "Condicao de Pagamento: " at 2201
           move zeros to ws-condicao
           accept ws-condicao at 2224
           if ws-condicao = zeros
               go mostra-opcoes
           end-if
           move ws-condicao to cpg-codigo
           read condicoes-pagamento invalid key
               display "Condicao Nao Cadastrada, verifique." at 2301
               accept resposta at 2380
               go renegociacao-condicao
           end-read
           display cpg-descricao at 2228

           display "Confirma a Renegociacao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

      * Outro terminal pode ter baixado um dos titulos enquanto a
      * tela estava aberta: a selecao e conferida antes de gravar.
           perform valida-selecao
           if not selecao-valida
               display "Titulo Alterado Por Outro Usuario, Refaca."
                                                       at 2301
               accept resposta at 2380
               go renegociacao
           end-if

           perform obtem-numero-renegociacao
               thru obtem-numero-renegociacao-fim
           if ws-numero-renegociacao = zeros
               go mostra-opcoes
           end-if

           move ws-numero-renegociacao to tit-pedido
           move 01                     to tit-parcela
           read titulos-receber invalid key
               continue
           not invalid key
               display "Numero de Renegociacao Ja Usado em Titulo."
                                                       at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-read

           move zeros to ws-sequencia-item ws-vendedor
           move 1 to ws-indice-titulo
           perform cancela-original
               until ws-indice-titulo > ws-total-titulos

           perform gera-parcelas thru gera-parcelas-fim

           initialize registro-renegociacoes
           move ws-numero-renegociacao  to ren-numero
           move ws-cliente              to ren-cliente
           move ws-data-sistema         to ren-data
           move ws-condicao             to ren-condicao
           move ws-parcelas-gerar       to ren-parcelas
           move ws-titulos-selecionados to ren-titulos
           move ws-total-saldo          to ren-valor-original
           move ws-total-juros          to ren-juros
           move ws-total-multa          to ren-multa
           move ws-total-renegociado    to ren-valor-total
           move ws-operador             to ren-operador
           write registro-renegociacoes invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-renegociacoes
               accept resposta at 2380
               go mostra-opcoes
           end-write

           display "Renegociacao Registrada: " at 2301
                       ws-numero-renegociacao
           accept resposta at 2380
           go renegociacao.

       carrega-vencidos.
           initialize tabela-titulos
           move zeros to ws-total-titulos
           move "N"   to situacao-vencidos
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go carrega-vencidos-fim
           end-start.
       carrega-vencidos-le.
           read titulos-receber next at end
               go carrega-vencidos-fim
           end-read

           if tit-cliente not = ws-cliente
               go carrega-vencidos-le
           end-if
           if not titulo-aberto
               go carrega-vencidos-le
           end-if
           if tit-valor-recebido not < tit-valor
               go carrega-vencidos-le
           end-if

           move tit-vencimento to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-vencimento
           if ws-dias-vencimento >= ws-dias-hoje
               go carrega-vencidos-le
           end-if

           if ws-total-titulos = 14
               move "S" to situacao-vencidos
               go carrega-vencidos-fim
           end-if

           compute ws-dias-atraso =
                   ws-dias-hoje - ws-dias-vencimento
           end-compute
           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute
           compute ws-juros rounded = ws-saldo-titulo
                   * par-juros-mes * ws-dias-atraso / 3000
           end-compute
           compute ws-multa rounded =
                   ws-saldo-titulo * par-multa / 100
           end-compute

           add 1 to ws-total-titulos
           move tit-pedido      to tbr-pedido(ws-total-titulos)
           move tit-parcela     to tbr-parcela(ws-total-titulos)
           move tit-vencimento  to tbr-vencimento(ws-total-titulos)
           move ws-dias-atraso  to tbr-atraso(ws-total-titulos)
           move ws-saldo-titulo to tbr-saldo(ws-total-titulos)
           move ws-juros        to tbr-juros(ws-total-titulos)
           move ws-multa        to tbr-multa(ws-total-titulos)
           move "S"             to tbr-marca(ws-total-titulos)
           go carrega-vencidos-le.
       carrega-vencidos-fim.
           exit.
       mostra-vencido.
           add 1 to linha
           display tbr-pedido(ws-indice-titulo)
                                   at line linha column 01
           display tbr-parcela(ws-indice-titulo)
                                   at line linha column 08
           display tbr-vencimento(ws-indice-titulo)
                                   at line linha column 11
           display tbr-atraso(ws-indice-titulo)
                                   at line linha column 22
           move tbr-saldo(ws-indice-titulo) to ws-saldo-edit
           display ws-saldo-edit   at line linha column 27
           move tbr-juros(ws-indice-titulo) to ws-juros-edit
           display ws-juros-edit   at line linha column 42
           move tbr-multa(ws-indice-titulo) to ws-multa-edit
           display ws-multa-edit   at line linha column 53
           display tbr-marca(ws-indice-titulo)
                                   at line linha column 65
           add 1 to ws-indice-titulo.
       marca-vencido.
           add 1 to linha
           accept tbr-marca(ws-indice-titulo)
                                   at line linha column 65
           if tbr-marca(ws-indice-titulo) = "s"
               move "S" to tbr-marca(ws-indice-titulo)
           end-if
           if tbr-marca(ws-indice-titulo) not = "S"
               move "N" to tbr-marca(ws-indice-titulo)
           end-if
           display tbr-marca(ws-indice-titulo)
                                   at line linha column 65
           add 1 to ws-indice-titulo.
       soma-selecionados.
           move zeros to ws-titulos-selecionados ws-total-saldo
                         ws-total-juros ws-total-multa
           move 1 to ws-indice-titulo
           perform soma-selecionado
               until ws-indice-titulo > ws-total-titulos
           compute ws-total-renegociado = ws-total-saldo
                 + ws-total-juros + ws-total-multa
           end-compute.
       soma-selecionado.
           if tbr-marca(ws-indice-titulo) = "S"
               add 1 to ws-titulos-selecionados
               add tbr-saldo(ws-indice-titulo) to ws-total-saldo
               add tbr-juros(ws-indice-titulo) to ws-total-juros
               add tbr-multa(ws-indice-titulo) to ws-total-multa
           end-if
           add 1 to ws-indice-titulo.
       valida-selecao.
           move "S" to situacao-selecao
           move 1 to ws-indice-titulo
           perform valida-titulo
               until ws-indice-titulo > ws-total-titulos.
       valida-titulo.
           if tbr-marca(ws-indice-titulo) = "S"
               move tbr-pedido(ws-indice-titulo)  to tit-pedido
               move tbr-parcela(ws-indice-titulo) to tit-parcela
               read titulos-receber invalid key
                   move "N" to situacao-selecao
               not invalid key
                   compute ws-saldo-titulo =
                           tit-valor - tit-valor-recebido
                   end-compute
                   if not titulo-aberto
                       or ws-saldo-titulo
                              not = tbr-saldo(ws-indice-titulo)
                       move "N" to situacao-selecao
                   end-if
               end-read
           end-if
           add 1 to ws-indice-titulo.
      * O original fica cancelado mas guarda a renegociacao que o
      * substituiu; o item da renegociacao preserva saldo, juros e
      * multa apurados para o historico.
       cancela-original.
           if tbr-marca(ws-indice-titulo) not = "S"
               add 1 to ws-indice-titulo
               exit paragraph
           end-if

           move tbr-pedido(ws-indice-titulo)  to tit-pedido
           move tbr-parcela(ws-indice-titulo) to tit-parcela
           read titulos-receber with lock invalid key
               add 1 to ws-indice-titulo
               exit paragraph
           end-read
           if ws-vendedor = zeros
               move tit-vendedor to ws-vendedor
           end-if
           move "X"                    to tit-status
           move ws-numero-renegociacao to tit-renegociacao
           rewrite registro-titulos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-titulos
               accept resposta at 2380
           end-rewrite
           unlock titulos-receber

           add 1 to ws-sequencia-item
           initialize registro-itens-renegociacao
           move ws-numero-renegociacao to irn-renegociacao
           move ws-sequencia-item      to irn-sequencia
           move tbr-pedido(ws-indice-titulo)     to irn-pedido
           move tbr-parcela(ws-indice-titulo)    to irn-parcela
           move tbr-vencimento(ws-indice-titulo) to irn-vencimento
           move tbr-atraso(ws-indice-titulo)     to irn-dias-atraso
           move tbr-saldo(ws-indice-titulo)      to irn-saldo
           move tbr-juros(ws-indice-titulo)      to irn-juros
           move tbr-multa(ws-indice-titulo)      to irn-multa
           write registro-itens-renegociacao invalid key
               continue
           end-write

           add 1 to ws-indice-titulo.
      * Mesma geracao de parcelas da apuracao do pedido, contando o
      * intervalo da condicao a partir de hoje.
       gera-parcelas.
           move cpg-parcelas       to ws-parcelas-gerar
           move cpg-intervalo-dias to ws-intervalo-gerar
           if ws-parcelas-gerar = zeros
               move 1 to ws-parcelas-gerar
           end-if

           divide ws-total-renegociado by ws-parcelas-gerar
               giving ws-valor-parcela rounded
           move zeros to ws-valor-acumulado
           move ws-data-sistema to ws-venc-base
           move zeros to ws-parcela.
       gera-parcelas-loop.
           add 1 to ws-parcela
           if ws-parcela > ws-parcelas-gerar
               go gera-parcelas-fim
           end-if

           perform avanca-um-dia-vencimento
               ws-intervalo-gerar times

           call "Proximo-Dia-Util"
               using ws-venc-base ws-venc-util
           end-call

           initialize registro-titulos
           move ws-numero-renegociacao to tit-pedido
           move ws-parcela             to tit-parcela
           move ws-cliente             to tit-cliente
           move ws-vendedor            to tit-vendedor
           move ws-data-sistema        to tit-emissao
           move ws-venc-util           to tit-vencimento
           if ws-parcela = ws-parcelas-gerar
               compute tit-valor =
                       ws-total-renegociado - ws-valor-acumulado
               end-compute
           else
               move ws-valor-parcela to tit-valor
               add ws-valor-parcela  to ws-valor-acumulado
           end-if
           move "A"                    to tit-status
           move ws-numero-renegociacao to tit-renegociacao
           move "R"                    to tit-origem

           write registro-titulos invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-titulos
               accept resposta at 2380
           end-write

           go gera-parcelas-loop.
       gera-parcelas-fim.
           cancel "Proximo-Dia-Util"
           exit.
       obtem-numero-renegociacao.
           move zeros to ws-numero-renegociacao
           move 24 to num-filial
           read numeracao with lock invalid key
               move 24     to num-filial
               move 600001 to num-proximo
               move 600001 to num-faixa-inicio
               move 699999 to num-faixa-fim
               write registro-numeracao invalid key
                   go obtem-numero-renegociacao-fim
               end-write
           end-read
           if num-proximo > num-faixa-fim
               unlock numeracao
               display "Faixa de Renegociacoes Esgotada." at 2301
               accept resposta at 2380
               go obtem-numero-renegociacao-fim
           end-if
           move num-proximo to ws-numero-renegociacao
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               move zeros to ws-numero-renegociacao
           end-rewrite
           unlock numeracao.
       obtem-numero-renegociacao-fim.
           exit.

       consulta section.
           display erase at 0101
           display "Renegociacao......: " at 0301
           move zeros to ren-numero
           accept ren-numero at 0321
           if ren-numero = zeros
               go mostra-opcoes
           end-if

           read renegociacoes invalid key
               display "Renegociacao Nao Encontrada. Enter" at 2301
               accept resposta at 2380
               go consulta
           end-read

           move ren-cliente to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes
           end-read
           display "Cliente: " at 0401 ren-cliente " " nome-clientes
           display "Data: "    at 0501 ren-data
           display "Condicao: " at 0520 ren-condicao
           display "Operador: " at 0540 ren-operador
           move ren-valor-original to ws-total-edit
           display "Original: " at 0601 ws-total-edit
           move ren-juros to ws-juros-edit
           display "Juros: "    at 0630 ws-juros-edit
           move ren-multa to ws-multa-edit
           display "Multa: "    at 0650 ws-multa-edit

           display "Titulos Originais" at 0801
           move 08 to linha
           move ren-numero to irn-renegociacao
           move zeros      to irn-sequencia
           start itens-renegociacao key is >= chave-itens-renegociacao
               invalid key
                   go consulta-parcelas
           end-start.
       consulta-originais.
           read itens-renegociacao next at end
               go consulta-parcelas
           end-read
           if irn-renegociacao not = ren-numero
               go consulta-parcelas
           end-if
           if linha > 14
               go consulta-originais
           end-if

           add 1 to linha
           display irn-pedido      at line linha column 01
           display irn-parcela     at line linha column 08
           display irn-vencimento  at line linha column 11
           display irn-dias-atraso at line linha column 22
           move irn-saldo to ws-saldo-edit
           display ws-saldo-edit   at line linha column 27
           go consulta-originais.
       consulta-parcelas.
           add 1 to linha
           display "Novas Parcelas" at line linha column 01
           move ren-numero to tit-pedido
           move zeros      to tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go consulta-fim
           end-start.
       consulta-parcelas-le.
           read titulos-receber next at end
               go consulta-fim
           end-read
           if tit-pedido not = ren-numero
               go consulta-fim
           end-if
           if linha > 21
               go consulta-fim
           end-if

           add 1 to linha
           display tit-pedido      at line linha column 01
           display tit-parcela     at line linha column 08
           display tit-vencimento  at line linha column 11
           move tit-valor to ws-saldo-edit
           display ws-saldo-edit   at line linha column 27
           move tit-valor-recebido to ws-total-edit
           display ws-total-edit   at line linha column 42
           display tit-status      at line linha column 58
           go consulta-parcelas-le.
       consulta-fim.
           display "Fim da Consulta. Enter Continua" at 2310
           accept resposta at 2350
           go consulta.

       relatorio-historico section.
           display erase at 0101
           display "Historico de Renegociacoes" at 0101
           display "Competencia Inicial (AAAAMM): " at 0301
           display "Competencia Final   (AAAAMM): " at 0401
           move zeros to ws-competencia-inicial ws-competencia-final
           accept ws-competencia-inicial at 0331
           if ws-competencia-inicial = zeros
               go mostra-opcoes
           end-if
           accept ws-competencia-final at 0431
           if ws-competencia-final = zeros
               move ws-competencia-inicial to ws-competencia-final
           end-if
           if ws-competencia-final < ws-competencia-inicial
               display "Periodo Invalido, verifique." at 2301
               accept resposta at 2380
               go relatorio-historico
           end-if

           move "Renegociacao-Titulos" to ws-spool-programa
           move "Spool-Renegociacoes"  to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-competencia-inicial to 00-competencia-inicial
           move ws-competencia-final   to 00-competencia-final

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-renegociacoes
               on ascending key cliente-sort numero-sort
               input procedure  is carrega-historico
                              thru carrega-historico-fim
               output procedure is imprime-historico
                              thru imprime-historico-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Historico de Renegociacoes Gerado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-historico.
           move zeros to ren-numero
           start renegociacoes key is >= ren-numero invalid key
               go carrega-historico-fim
           end-start.
       carrega-historico-le.
           read renegociacoes next at end
               go carrega-historico-fim
           end-read
           if ren-data(1:6) < ws-competencia-inicial
               or ren-data(1:6) > ws-competencia-final
               go carrega-historico-le
           end-if

           move ren-cliente to cliente-sort
           move ren-numero  to numero-sort
           release registro-sort-renegociacoes
           go carrega-historico-le.
       carrega-historico-fim.
           exit.
       imprime-historico.
           move "N" to situacao-quebra
           initialize totais-geral.
       imprime-historico-le.
           return arquivo-sort-renegociacoes at end
               go imprime-historico-encerra
           end-return

           if primeira-leitura or cliente-sort not = ws-cliente-anterior
               move "S" to situacao-quebra
               move cliente-sort to ws-cliente-anterior
               perform imprime-cliente
           end-if

           move numero-sort to ren-numero
           read renegociacoes invalid key
               go imprime-historico-le
           end-read

           move ren-numero         to 13-numero
           move ren-data(7:2) to ws-data-ddmmaaaa(1:2)
           move ren-data(5:2) to ws-data-ddmmaaaa(3:2)
           move ren-data(1:4) to ws-data-ddmmaaaa(5:4)
           move ws-data-ddmmaaaa   to 13-data
           move ren-condicao       to 13-condicao
           move ren-parcelas       to 13-parcelas
           move ren-valor-original to 13-original
           move ren-juros          to 13-juros
           move ren-multa          to 13-multa
           move ren-valor-total    to 13-total
           move ren-operador       to 13-operador
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add 1                  to tg-renegociacoes
           add ren-valor-original to tg-original
           add ren-juros          to tg-juros
           add ren-multa          to tg-multa
           add ren-valor-total    to tg-total

           perform imprime-originais thru imprime-originais-fim
           perform imprime-parcelas thru imprime-parcelas-fim
           go imprime-historico-le.
       imprime-historico-encerra.
           if primeira-leitura
               move "Nenhuma Renegociacao no Periodo"
                 to linha-relatorio
               write linha-relatorio
               go imprime-historico-fim
           end-if

           move spaces to linha-relatorio
           write linha-relatorio
           move tg-renegociacoes to 16-renegociacoes
           move tg-original      to 16-original
           move tg-juros         to 16-juros
           move tg-multa         to 16-multa
           move tg-total         to 16-total
           write linha-relatorio from linha-06 at eop
               perform imprime-cabecalho
           end-write.
       imprime-historico-fim.
           exit.
       imprime-cliente.
           move ws-cliente-anterior to codigo-clientes
           read clientes invalid key
               move "Cliente Nao Cadastrado" to nome-clientes
           end-read
           move ws-cliente-anterior to 12-cliente
           move nome-clientes       to 12-nome
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-originais.
           move ren-numero to irn-renegociacao
           move zeros      to irn-sequencia
           start itens-renegociacao key is >= chave-itens-renegociacao
               invalid key
                   go imprime-originais-fim
           end-start.
       imprime-originais-le.
           read itens-renegociacao next at end
               go imprime-originais-fim
           end-read
           if irn-renegociacao not = ren-numero
               go imprime-originais-fim
           end-if

           move irn-pedido          to 14-pedido
           move irn-parcela         to 14-parcela
           move irn-vencimento(7:2) to ws-data-ddmmaaaa(1:2)
           move irn-vencimento(5:2) to ws-data-ddmmaaaa(3:2)
           move irn-vencimento(1:4) to ws-data-ddmmaaaa(5:4)
           move ws-data-ddmmaaaa    to 14-vencimento
           move irn-dias-atraso     to 14-atraso
           move irn-saldo           to 14-saldo
           move irn-juros           to 14-juros
           move irn-multa           to 14-multa
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           go imprime-originais-le.
       imprime-originais-fim.
           exit.
       imprime-parcelas.
           move ren-numero to tit-pedido
           move zeros      to tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go imprime-parcelas-fim
           end-start.
       imprime-parcelas-le.
           read titulos-receber next at end
               go imprime-parcelas-fim
           end-read
           if tit-pedido not = ren-numero
               go imprime-parcelas-fim
           end-if

           move tit-pedido          to 15-pedido
           move tit-parcela         to 15-parcela
           move tit-vencimento(7:2) to ws-data-ddmmaaaa(1:2)
           move tit-vencimento(5:2) to ws-data-ddmmaaaa(3:2)
           move tit-vencimento(1:4) to ws-data-ddmmaaaa(5:4)
           move ws-data-ddmmaaaa    to 15-vencimento
           move tit-valor           to 15-valor
           move tit-valor-recebido  to 15-recebido
           if titulo-pago
               move "Paga"      to 15-situacao
           else
           if titulo-cancelado
               move "Cancelada" to 15-situacao
           else
           if titulo-perda
               move "Perda"     to 15-situacao
           else
               move "Aberta"    to 15-situacao
           end-if
           end-if
           end-if
           write linha-relatorio from linha-05 at eop
               perform imprime-cabecalho
           end-write
           go imprime-parcelas-le.
       imprime-parcelas-fim.
           exit.

      * Conversao de data em contagem corrida de dias para poder
      * subtrair datas de vencimento da data de hoje.
       converte-data-dias section.
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

       avanca-um-dia-vencimento section.
           evaluate ws-venc-mes
               when 01
               when 03
               when 05
               when 07
               when 08
               when 10
               when 12
                   move 31 to ws-dias-mes
               when 04
               when 06
               when 09
               when 11
                   move 30 to ws-dias-mes
               when other
                   move ws-venc-ano to ws-conv-ano
                   perform verifica-ano-bissexto
                   if ano-bissexto
                       move 29 to ws-dias-mes
                   else
                       move 28 to ws-dias-mes
                   end-if
           end-evaluate

           if ws-venc-dia < ws-dias-mes
               add 1 to ws-venc-dia
           else
               move 01 to ws-venc-dia
               if ws-venc-mes = 12
                   move 01 to ws-venc-mes
                   add 1 to ws-venc-ano
               else
                   add 1 to ws-venc-mes
               end-if
           end-if.

       verifica-ano-bissexto section.
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

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Renegociacao-Titulos.
