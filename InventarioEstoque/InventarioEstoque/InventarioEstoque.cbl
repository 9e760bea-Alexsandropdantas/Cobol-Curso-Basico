       identification division.
       program-id. Inventario-Estoque.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Inventarios.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensInventario.txt".
       copy "C:\CursoCobol\Copylib\Select-Estoque.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\Select-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\Select-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Inventarios.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensInventario.txt".
       copy "C:\CursoCobol\Copylib\FD-Estoque.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-MovEstoque.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\FD-Usuarios.txt".
       copy "C:\CursoCobol\Copylib\FD-EstoqueFilial.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-inventarios       pic x(02) value spaces.
       01 estado-itens-inventario  pic x(02) value spaces.
       01 estado-estoque           pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-mov-estoque       pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 estado-usuarios          pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 situacao-estoque-filial  pic x(01) value "N".
          88 estoque-filial-disponivel value "S".
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-inventario            pic 9(06) value zeros.
       01 ws-inventario-aberto     pic 9(06) value zeros.
       01 ws-numero-novo           pic 9(06) value zeros.
       01 situacao-numeracao       pic x(01) value "N".
          88 numeracao-obtida      value "S".
       01 ws-produto               pic 9(05) value zeros.
       01 ws-filial                pic 9(02) value zeros.
       01 situacao-filial          pic x(01) value "N".
          88 filial-valida         value "S".
       01 ws-contagem              pic 9(07)v99 value zeros.
       01 ws-diferenca             pic s9(07)v99 value zeros.
       01 ws-diferenca-abs         pic 9(07)v99 value zeros.
       01 ws-limite-recontagem     pic 9(07)v99 value zeros.
       01 ws-valor-diferenca       pic s9(11)v99 value zeros.
       01 ws-valor-sobra           pic 9(11)v99 value zeros.
       01 ws-valor-falta           pic 9(11)v99 value zeros.
       01 ws-valor-liquido         pic s9(11)v99 value zeros.
       01 ws-pct-recontagem        pic 9(03)v99 value 05,00.
       01 ws-itens                 pic 9(05) value zeros.
       01 ws-pendentes             pic 9(05) value zeros.
       01 ws-ajustados             pic 9(05) value zeros.
       01 ws-operador-supervisor   pic x(08) value spaces.
       01 situacao-supervisor      pic x(01) value "N".
          88 supervisor-valido     value "S".
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       copy "C:\CursoCobol\Copylib\CamposEstoqueFilial.cpy".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Ficha de Contagem de Inventario".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(12) value "Inventario:".
         03 11-inventario         pic zzzzz9.
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "PRODUTO".
         03 filler                pic x(42) value "DESCRICAO".
         03 filler                pic x(05) value "UN".
         03 filler                pic x(20) value "QUANTIDADE CONTADA".
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-produto            pic zzzz9bbb.
         03 13-descricao          pic x(42).
         03 13-unidade            pic x(05).
         03 filler                pic x(20)
                value "____________________".
       01 linha-04.
         03 filler                pic x(40)
                value "Divergencias de Inventario".
         03 filler                pic x(14) value "Data Emissao:".
         03 14-dia                pic 99/.
         03 14-mes                pic 99/.
         03 14-ano                pic 99/.
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "PRODUTO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(14) value "CONGELADO".
         03 filler                pic x(14) value "CONTADO".
         03 filler                pic x(14) value "DIFERENCA".
         03 filler                pic x(18) value "VALOR".
         03 filler                pic x(12) value "SITUACAO".
       01 linha-06.
         03 filler                pic x(05) value spaces.
         03 16-produto            pic zzzz9bbb.
         03 16-descricao          pic x(30)bb.
         03 16-congelado          pic zzz.zz9,99bbbb.
         03 16-contado            pic zzz.zz9,99bbbb.
         03 16-diferenca          pic -zzz.zz9,99bbb.
         03 16-valor              pic -zz.zzz.zz9,99bbb.
         03 16-situacao           pic x(12).
       01 linha-07.
         03 filler                pic x(05) value spaces.
         03 17-descricao          pic x(26).
         03 17-valor              pic -zz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call

           move "PCT-RECONTAGEM" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-pct-recontagem
           end-if.

       abre-arquivo-io-inventarios section.
           open i-o inventarios
           if estado-inventarios not = "00"
           if estado-inventarios = "35" or "05"
               close inventarios
               open output inventarios
               close inventarios
               go abre-arquivo-io-inventarios
           else
               display "Arquivo Inventarios Com Problema Estado "
                           at 2301 estado-inventarios
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-io-itens-inventario section.
           open i-o itens-inventario
           if estado-itens-inventario not = "00"
           if estado-itens-inventario = "35" or "05"
               close itens-inventario
               open output itens-inventario
               close itens-inventario
               go abre-arquivo-io-itens-inventario
           else
               display "Arquivo Itens Inventario Com Problema Estado "
                           at 2301 estado-itens-inventario
               accept resposta at 2380
               close inventarios
               goback
           end-if
           end-if.

       abre-arquivo-io-estoque section.
           open i-o estoque
           if estado-estoque not = "00"
           if estado-estoque = "35" or "05"
               close estoque
               open output estoque
               close estoque
               go abre-arquivo-io-estoque
           else
               display "Arquivo Estoque Com Problema Estado " at 2301
                           estado-estoque
               accept resposta at 2380
               close inventarios itens-inventario
               goback
           end-if
           end-if.

       abre-arquivo-io-numeracao section.
           open i-o numeracao
           if estado-numeracao not = "00"
           if estado-numeracao = "35" or "05"
               close numeracao
               open output numeracao
               close numeracao
               go abre-arquivo-io-numeracao
           else
               display "Arquivo Numeracao Com Problema Estado "
                           at 2301 estado-numeracao
               accept resposta at 2380
               close inventarios itens-inventario estoque
               goback
           end-if
           end-if

           open input produtos
           if estado-produtos not = "00"
               display "Arquivo Produtos Com Problema Estado " at 2301
                           estado-produtos
               accept resposta at 2380
               close inventarios itens-inventario estoque numeracao
               goback
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
           display erase                                 at 0101
           display "01-Abrir Inventario (Congela Saldos)" at 0301
           display "02-Digitar Contagem"                 at 0401
           display "03-Relatorio de Divergencias"        at 0501
           display "04-Aprovar e Efetivar Ajustes"       at 0601
           display "05-Cancelar Inventario"              at 0701
           display "06-Reimprimir Fichas de Contagem"    at 0801
           display "00-Sair"                             at 1001
           display "Opcao: "                             at 1201
           accept opcao at 1208

           if opcao = 01
               go abertura
           else
           if opcao = 02
               go contagem
           else
           if opcao = 03
               go divergencias
           else
           if opcao = 04
               go efetivacao
           else
           if opcao = 05
               go cancelamento
           else
           if opcao = 06
               go reimpressao
           else
           if opcao = 00
               close inventarios itens-inventario estoque numeracao
                     produtos
               goback
           else
               go mostra-opcoes
           end-if.

      * O inventario congela o saldo de cada produto ativo no
      * momento da abertura. O ajuste efetivado e a diferenca entre
      * o contado e o congelado, de modo que entradas e saidas
      * feitas depois da abertura continuam valendo. A contagem e
      * de uma filial: congela e ajusta o disponivel dela.
       abertura section.
           display erase at 0101
           display "Abertura de Inventario" at 0101

           perform procura-inventario-aberto
               thru procura-inventario-aberto-fim
           if ws-inventario-aberto not = zeros
               display "Ja Existe Inventario Aberto: " at 2301
                           ws-inventario-aberto
               accept resposta at 2380
               go mostra-opcoes
           end-if

           display "% Recontagem: " at 0301 ws-pct-recontagem.
       abertura-filial.
           display "Filial......: " at 0401
           move 01 to ws-filial
           display ws-filial at 0415
           accept ws-filial at 0415
           if ws-filial = zeros
               move 01 to ws-filial
           end-if
           perform valida-filial thru valida-filial-fim
           if not filial-valida
               display "Filial Inexistente ou Inativa." at 2301
               accept resposta at 2380
               go abertura-filial
           end-if

           display "Congela os Saldos e Abre o Inventario? S/N"
                                  at 2301
           accept resposta at 2345
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           perform obtem-numero-inventario
               thru obtem-numero-inventario-fim
           if not numeracao-obtida
               display "Faixa de Numeracao de Inventario Esgotada."
                                      at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           initialize registro-inventarios
           move ws-numero-novo    to inv-numero
           accept inv-data-abertura from date yyyymmdd
           accept inv-hora-abertura from time
           move ws-operador       to inv-operador
           move ws-pct-recontagem to inv-pct-recontagem
           move "A"               to inv-status
           move ws-filial         to inv-filial
           write registro-inventarios invalid key
               display "Gravacao com Problema, Estado " at 2301
                           estado-inventarios
               accept resposta at 2380
               go mostra-opcoes
           end-write

           open input estoque-filial
           move "N" to situacao-estoque-filial
           if estado-estoque-filial = "00"
               move "S" to situacao-estoque-filial
           end-if
           move zeros to ws-itens
           move zeros to pro-codigo
           start produtos key is >= chave-produtos invalid key
               go abertura-fichas
           end-start.
       abertura-congela.
           read produtos next at end
               go abertura-fichas
           end-read
           if produto-inativo or produto-kit
               go abertura-congela
           end-if

           move pro-codigo to est-produto
           read estoque invalid key
               move zeros to est-saldo-disponivel est-custo-medio
           end-read

      * O reservado ainda nao expedido esta na prateleira e entra
      * na contagem; o congelado e o saldo fisico da filial.
           move zeros to esf-saldo-disponivel esf-saldo-reservado
           if estoque-filial-disponivel
               move pro-codigo to esf-produto
               move ws-filial  to esf-filial
               read estoque-filial invalid key
                   move zeros to esf-saldo-disponivel
                                 esf-saldo-reservado
               end-read
           end-if

           initialize registro-itens-inventario
           move inv-numero           to iti-inventario
           move pro-codigo           to iti-produto
           compute iti-saldo-congelado =
                   esf-saldo-disponivel + esf-saldo-reservado
           end-compute
           move est-custo-medio      to iti-valor-unitario
           move "P"                  to iti-situacao
           write registro-itens-inventario invalid key
               go abertura-congela
           end-write
           add 1 to ws-itens
           go abertura-congela.
       abertura-fichas.
           close estoque-filial
           move inv-numero to ws-inventario
           perform imprime-fichas thru imprime-fichas-fim

           display "Inventario Aberto: " at 2201 ws-inventario
           display "Produtos Congelados: " at 2230 ws-itens
           display "Fichas de Contagem Geradas. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.

      * Contagem cega: o saldo congelado nao aparece para quem conta.
      * Diferenca acima do percentual de recontagem exige uma
      * segunda contagem, que passa a ser a quantidade final.
       contagem section.
           display erase at 0101
           display "Digitacao de Contagem" at 0101
           perform pede-inventario thru pede-inventario-fim
           if ws-inventario = zeros
               go mostra-opcoes
           end-if
           if not inventario-aberto
               display "Inventario Nao Esta Aberto." at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if.
       contagem-produto.
           display "Produto.....: " at 0501
           display "     "          at 0515
           display "                              " at 0601
           display "                              " at 0701
           display "                              " at 0801
           move zeros to ws-produto
           accept ws-produto at 0515
           if ws-produto = zeros
               go mostra-opcoes
           end-if

           move ws-inventario to iti-inventario
           move ws-produto    to iti-produto
           read itens-inventario with lock invalid key
               display "Produto Fora Deste Inventario." at 2301
               accept resposta at 2380
               go contagem-produto
           end-read

           move ws-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao pro-unidade
           end-read
           display pro-descricao at 0522
           display pro-unidade   at 0564

           if item-contado
               display "Ja Contado: " at 0601 iti-quantidade-final
               display "Substitui a Contagem? S/N" at 2301
               accept resposta at 2327
               if resposta not = "S" and "s"
                   unlock itens-inventario
                   go contagem-produto
               end-if
               move "P" to iti-situacao
           end-if

           if item-em-recontagem
               go contagem-recontagem
           end-if

           display "Contagem....: " at 0701
           move zeros to ws-contagem
           accept ws-contagem at 0715

           move ws-contagem to iti-contagem-1
           move zeros       to iti-contagem-2

           compute ws-diferenca = iti-contagem-1 - iti-saldo-congelado
           end-compute
           if ws-diferenca < zeros
               compute ws-diferenca-abs = zeros - ws-diferenca
               end-compute
           else
               move ws-diferenca to ws-diferenca-abs
           end-if
           compute ws-limite-recontagem rounded =
                   iti-saldo-congelado * inv-pct-recontagem / 100
           end-compute

           if ws-diferenca-abs > ws-limite-recontagem
               move "R"   to iti-situacao
               move zeros to iti-quantidade-final
               display "Divergencia Acima do Limite: Recontar."
                                      at 2301
           else
               move "C"            to iti-situacao
               move iti-contagem-1 to iti-quantidade-final
               display "Contagem Registrada." at 2301
           end-if
           go contagem-grava.
       contagem-recontagem.
           display "1a Contagem.: " at 0601 iti-contagem-1
           display "Recontagem..: " at 0701
           move zeros to ws-contagem
           accept ws-contagem at 0715

           move ws-contagem to iti-contagem-2
           move ws-contagem to iti-quantidade-final
           move "C"         to iti-situacao
           display "Recontagem Registrada." at 2301.
       contagem-grava.
           move ws-operador to iti-operador
           rewrite registro-itens-inventario invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-itens-inventario
           end-rewrite
           unlock itens-inventario
           accept resposta at 2380
           go contagem-produto.

       divergencias section.
           display erase at 0101
           display "Relatorio de Divergencias" at 0101
           perform pede-inventario thru pede-inventario-fim
           if ws-inventario = zeros
               go mostra-opcoes
           end-if

           perform imprime-divergencias thru imprime-divergencias-fim

           display "Sobras.....: " at 1001 ws-valor-sobra
           display "Faltas.....: " at 1101 ws-valor-falta
           display "Pendentes..: " at 1201 ws-pendentes
           display "Relatorio de Divergencias Gerado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.

      * A efetivacao so acontece com todos os produtos contados e
      * com a aprovacao de um supervisor; o ajuste entra no
      * movimento de estoque como inventario (I sobra, Q falta) com
      * o numero do inventario, separado dos ajustes avulsos.
       efetivacao section.
           display erase at 0101
           display "Efetivacao de Inventario" at 0101
           perform pede-inventario thru pede-inventario-fim
           if ws-inventario = zeros
               go mostra-opcoes
           end-if
           if not inventario-aberto
               display "Inventario Nao Esta Aberto." at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           perform imprime-divergencias thru imprime-divergencias-fim
           if ws-pendentes > zeros
               display "Produtos Sem Contagem Final: " at 2301
                           ws-pendentes
               accept resposta at 2380
               go mostra-opcoes
           end-if

           compute ws-valor-liquido = ws-valor-sobra - ws-valor-falta
           end-compute
           display "Sobras.....: " at 1001 ws-valor-sobra
           display "Faltas.....: " at 1101 ws-valor-falta
           display "Liquido....: " at 1201 ws-valor-liquido
           display "Efetiva os Ajustes do Inventario? S/N" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if.
       efetivacao-supervisor.
           move spaces to ws-operador-supervisor
           display "Supervisor (Vazio=Cancela): " at 2301
           accept ws-operador-supervisor at 2329
           if ws-operador-supervisor = spaces
               go mostra-opcoes
           end-if

           perform valida-supervisor thru valida-supervisor-fim
           if not supervisor-valido
               display "Operador Nao e Supervisor Ativo." at 2301
               accept resposta at 2380
               go efetivacao-supervisor
           end-if

           move ws-inventario to inv-numero
           read inventarios with lock invalid key
               go mostra-opcoes
           end-read
           if not inventario-aberto
               unlock inventarios
               go mostra-opcoes
           end-if
           move "E"                    to inv-status
           move ws-operador-supervisor to inv-supervisor
           accept inv-data-efetivacao from date yyyymmdd
           rewrite registro-inventarios invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-inventarios
               accept resposta at 2380
               unlock inventarios
               go mostra-opcoes
           end-rewrite
           unlock inventarios

           move zeros to ws-ajustados
           move ws-inventario to iti-inventario
           move zeros         to iti-produto
           start itens-inventario key is >= chave-itens-inventario
               invalid key
                   go efetivacao-fim
           end-start.
       efetivacao-le.
           read itens-inventario next at end
               go efetivacao-fim
           end-read
           if iti-inventario not = ws-inventario
               go efetivacao-fim
           end-if
           if iti-quantidade-final = iti-saldo-congelado
               go efetivacao-le
           end-if

      * A diferenca e contra o saldo fisico; a reserva continua a
      * mesma, entao o ajuste todo cai no disponivel.
           compute ws-diferenca =
                   iti-quantidade-final - iti-saldo-congelado
           end-compute

           move iti-produto to est-produto
           read estoque invalid key
               move iti-produto to est-produto
               move zeros       to est-saldo-disponivel
                                   est-saldo-reservado
                                   est-custo-medio
               write registro-estoque invalid key
                   continue
               end-write
           end-read

           move iti-produto   to mov-produto
           move ws-inventario to mov-documento
           move ws-operador   to mov-operador
           move inv-filial    to mov-filial ws-esf-filial
           if mov-filial = zeros
               move 01 to mov-filial
           end-if
           move iti-produto   to ws-esf-produto
           if ws-diferenca > zeros
               add ws-diferenca to est-saldo-disponivel
               move "I"          to mov-tipo
               move ws-diferenca to mov-quantidade
               move "E"          to ws-esf-operacao
               move ws-diferenca to ws-esf-quantidade
           else
               compute ws-diferenca-abs = zeros - ws-diferenca
               end-compute
               if ws-diferenca-abs > est-saldo-disponivel
                   move zeros to est-saldo-disponivel
               else
                   subtract ws-diferenca-abs from est-saldo-disponivel
               end-if
               move "Q"              to mov-tipo
               move ws-diferenca-abs to mov-quantidade
               move "B"              to ws-esf-operacao
               move ws-diferenca-abs to ws-esf-quantidade
           end-if

           rewrite registro-estoque invalid key
               continue
           end-rewrite
           perform grava-mov-estoque
           perform atualiza-estoque-filial
           add 1 to ws-ajustados
           go efetivacao-le.
       efetivacao-fim.
           display "Inventario Efetivado. Ajustes: " at 2301
                       ws-ajustados
           accept resposta at 2380
           go mostra-opcoes.

       cancelamento section.
           display erase at 0101
           display "Cancelamento de Inventario" at 0101
           perform pede-inventario thru pede-inventario-fim
           if ws-inventario = zeros
               go mostra-opcoes
           end-if
           if not inventario-aberto
               display "Inventario Nao Esta Aberto." at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           display "Confirma Cancelamento? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           read inventarios with lock invalid key
               go mostra-opcoes
           end-read
           move "X" to inv-status
           rewrite registro-inventarios invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-inventarios
               accept resposta at 2380
           end-rewrite
           unlock inventarios
           go mostra-opcoes.

       reimpressao section.
           display erase at 0101
           display "Reimpressao de Fichas de Contagem" at 0101
           perform pede-inventario thru pede-inventario-fim
           if ws-inventario = zeros
               go mostra-opcoes
           end-if

           perform imprime-fichas thru imprime-fichas-fim
           display "Fichas de Contagem Geradas. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.

      * Sem o cadastro de filiais so a matriz (01) e aceita.
       valida-filial.
           move "N" to situacao-filial
           open input filiais
           if estado-filiais not = "00"
               close filiais
               if ws-filial = 01
                   move "S" to situacao-filial
               end-if
               go valida-filial-fim
           end-if

           move ws-filial to fil-codigo
           read filiais invalid key
               close filiais
               go valida-filial-fim
           end-read
           if filial-ativa
               move "S" to situacao-filial
           end-if
           close filiais.
       valida-filial-fim.
           exit.
      * Pede o numero do inventario; vazio sugere o aberto.
       pede-inventario.
           perform procura-inventario-aberto
               thru procura-inventario-aberto-fim
           move ws-inventario-aberto to ws-inventario
           display "Inventario..: " at 0301
           display ws-inventario    at 0315
           accept ws-inventario     at 0315
           if ws-inventario = zeros
               go pede-inventario-fim
           end-if

           move ws-inventario to inv-numero
           read inventarios invalid key
               display "Inventario Nao Cadastrado." at 2301
               accept resposta at 2380
               go pede-inventario
           end-read
           display "Aberto em " at 0325 inv-data-abertura
           display "Status " at 0350 inv-status
           display "Filial " at 0360 inv-filial.
       pede-inventario-fim.
           exit.
       procura-inventario-aberto.
           move zeros to ws-inventario-aberto
           move zeros to inv-numero
           start inventarios key is >= chave-inventarios invalid key
               go procura-inventario-aberto-fim
           end-start.
       procura-inventario-aberto-le.
           read inventarios next at end
               go procura-inventario-aberto-fim
           end-read
           if inventario-aberto
               move inv-numero to ws-inventario-aberto
               go procura-inventario-aberto-fim
           end-if
           go procura-inventario-aberto-le.
       procura-inventario-aberto-fim.
           exit.

       imprime-fichas.
           move "Inventario-Estoque"     to ws-spool-programa
           move "Spool-FichasInventario" to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia        to 00-dia
           move ws-mes        to 00-mes
           move ws-ano        to 00-ano
           move ws-inventario to 11-inventario
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-fichas-cabecalho

           move ws-inventario to iti-inventario
           move zeros         to iti-produto
           start itens-inventario key is >= chave-itens-inventario
               invalid key
                   go imprime-fichas-encerra
           end-start
           go imprime-fichas-le.
       imprime-fichas-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           write linha-relatorio from linha-02.
       imprime-fichas-le.
           read itens-inventario next at end
               go imprime-fichas-encerra
           end-read
           if iti-inventario not = ws-inventario
               go imprime-fichas-encerra
           end-if

           move iti-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao pro-unidade
           end-read

           move iti-produto   to 13-produto
           move pro-descricao to 13-descricao
           move pro-unidade   to 13-unidade
           move spaces to linha-relatorio
           write linha-relatorio at eop
               perform imprime-fichas-cabecalho
           end-write
           write linha-relatorio from linha-03 at eop
               perform imprime-fichas-cabecalho
           end-write
           go imprime-fichas-le.
       imprime-fichas-encerra.
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio.
       imprime-fichas-fim.
           exit.

      * Divergencia em quantidade e em valor, pelo custo medio
      * congelado na abertura; produto sem contagem final aparece
      * como pendente e impede a efetivacao.
       imprime-divergencias.
           move zeros to ws-valor-sobra ws-valor-falta ws-pendentes

           move "Inventario-Estoque"          to ws-spool-programa
           move "Spool-DivergenciasInventario" to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia        to 14-dia
           move ws-mes        to 14-mes
           move ws-ano        to 14-ano
           move ws-inventario to 11-inventario
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-divergencias-cabecalho

           move ws-inventario to iti-inventario
           move zeros         to iti-produto
           start itens-inventario key is >= chave-itens-inventario
               invalid key
                   go imprime-divergencias-encerra
           end-start
           go imprime-divergencias-le.
       imprime-divergencias-cabecalho.
           write linha-relatorio from linha-04
           write linha-relatorio from linha-01
           write linha-relatorio from linha-05.
       imprime-divergencias-le.
           read itens-inventario next at end
               go imprime-divergencias-encerra
           end-read
           if iti-inventario not = ws-inventario
               go imprime-divergencias-encerra
           end-if

           if item-contado
               and iti-quantidade-final = iti-saldo-congelado
               go imprime-divergencias-le
           end-if

           move iti-produto to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read

           move iti-produto         to 16-produto
           move pro-descricao       to 16-descricao
           move iti-saldo-congelado to 16-congelado

           if not item-contado
               add 1 to ws-pendentes
               move zeros to 16-contado 16-diferenca 16-valor
               if item-em-recontagem
                   move "RECONTAGEM"  to 16-situacao
               else
                   move "NAO CONTADO" to 16-situacao
               end-if
           else
               compute ws-diferenca =
                       iti-quantidade-final - iti-saldo-congelado
               end-compute
               compute ws-valor-diferenca rounded =
                       ws-diferenca * iti-valor-unitario
               end-compute
               if ws-diferenca > zeros
                   add ws-valor-diferenca to ws-valor-sobra
                   move "SOBRA" to 16-situacao
               else
                   subtract ws-valor-diferenca from ws-valor-falta
                   move "FALTA" to 16-situacao
               end-if
               move iti-quantidade-final to 16-contado
               move ws-diferenca         to 16-diferenca
               move ws-valor-diferenca   to 16-valor
           end-if

           write linha-relatorio from linha-06 at eop
               perform imprime-divergencias-cabecalho
           end-write
           go imprime-divergencias-le.
       imprime-divergencias-encerra.
           move spaces to linha-relatorio
           write linha-relatorio
           move "Valor das Sobras........:" to 17-descricao
           move ws-valor-sobra              to 17-valor
           write linha-relatorio from linha-07
           move "Valor das Faltas........:" to 17-descricao
           compute 17-valor = zeros - ws-valor-falta
           end-compute
           write linha-relatorio from linha-07
           move "Resultado Liquido.......:" to 17-descricao
           compute 17-valor = ws-valor-sobra - ws-valor-falta
           end-compute
           write linha-relatorio from linha-07
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio.
       imprime-divergencias-fim.
           exit.

       obtem-numero-inventario.
           move "N" to situacao-numeracao
           move 32 to num-filial
           read numeracao with lock invalid key
               move 32     to num-filial
               move 000001 to num-proximo
               move 000001 to num-faixa-inicio
               move 999999 to num-faixa-fim
               write registro-numeracao invalid key
                   go obtem-numero-inventario-fim
               end-write
           end-read

           if num-proximo > num-faixa-fim
               unlock numeracao
               go obtem-numero-inventario-fim
           end-if

           move num-proximo to ws-numero-novo
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               unlock numeracao
               go obtem-numero-inventario-fim
           end-rewrite
           unlock numeracao

           move "S" to situacao-numeracao.
       obtem-numero-inventario-fim.
           exit.

      * Sem o cadastro de usuarios (implantacao antiga) vale o
      * registro da liberacao; com o cadastro, exige perfil 3 ativo.
       valida-supervisor.
           move "N" to situacao-supervisor

           open input usuarios
           if estado-usuarios not = "00"
               close usuarios
               move "S" to situacao-supervisor
               go valida-supervisor-fim
           end-if

           move ws-operador-supervisor to usu-codigo
           read usuarios invalid key
               close usuarios
               go valida-supervisor-fim
           end-read

           if usuario-ativo and usu-perfil-supervisor
               move "S" to situacao-supervisor
           end-if
           close usuarios.
       valida-supervisor-fim.
           exit.

       copy "C:\CursoCobol\Copylib\GravaMovEstoque.cpy".

       copy "C:\CursoCobol\Copylib\AtualizaEstoqueFilial.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Inventario-Estoque.
