       identification division.
       program-id. Despesas-Visita.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Despesas.txt".
       copy "C:\CursoCobol\Copylib\Select-Visitas.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-despesas assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Despesas.txt".
       copy "C:\CursoCobol\Copylib\FD-Visitas.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-despesas.
       01 registro-sort-despesas.
           03 cliente-sort         pic 9(06).
           03 visita-sort          pic 9(03).
           03 vendedor-sort        pic 9(03).
           03 data-sort            pic 9(08).
           03 categoria-sort       pic x(01).
           03 valor-sort           pic 9(07)v99.

       working-storage section.
       01 estado-despesas          pic x(02) value spaces.
       01 estado-visitas           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-vendedor              pic 9(03) value zeros.
       01 ws-data-despesa          pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-proxima-sequencia     pic 9(03) value zeros.
       01 ws-valor-despesa         pic 9(07)v99 value zeros.
       01 ws-vis-cliente           pic 9(06) value zeros.
       01 ws-vis-sequencia         pic 9(03) value zeros.
       01 ws-categoria             pic x(01) value spaces.
          88 categoria-quilometragem value "K".
          88 categoria-refeicao    value "R".
          88 categoria-hospedagem  value "H".
       01 ws-quilometros           pic 9(05) value zeros.
       01 ws-observacao            pic x(30) value spaces.
       01 ws-soma-categoria        pic 9(09)v99 value zeros.
       01 ws-soma-dia              pic 9(09)v99 value zeros.
       01 ws-limite-categoria      pic 9(09)v99 value zeros.
       01 ws-pendentes             pic 9(05) value zeros.
      * Limites diarios por categoria e no dia (parametros
      * DESP-LIM-KM, DESP-LIM-REFEICAO, DESP-LIM-HOSPEDAGEM e
      * DESP-LIM-DIA; zerado ou ausente, sem limite) e o valor pago
      * por quilometro rodado (DESP-VALOR-KM).
       01 ws-limite-km             pic 9(09)v99 value zeros.
       01 ws-limite-refeicao       pic 9(09)v99 value zeros.
       01 ws-limite-hospedagem     pic 9(09)v99 value zeros.
       01 ws-limite-dia            pic 9(09)v99 value zeros.
       01 ws-valor-km              pic 9(03)v99 value zeros.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
      * Relatorio mensal por visita e cliente.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-cliente-anterior      pic 9(06) value zeros.
       01 ws-visita-anterior       pic 9(03) value zeros.
       01 ws-vendedor-visita       pic 9(03) value zeros.
       01 ws-data-visita           pic 9(08) value zeros.
       01 ws-indice-categoria      pic 9(01) value zeros.
       01 ws-visitas-cliente       pic 9(05) value zeros.
       01 totais-visita.
          03 tvi-categoria occurs 4 times pic 9(11)v99.
       01 totais-cliente.
          03 tcl-categoria occurs 4 times pic 9(11)v99.
       01 totais-geral.
          03 tge-categoria occurs 4 times pic 9(11)v99.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Despesas de Visita por Cliente".
         03 filler                pic x(13) value "Competencia:".
         03 00-competencia        pic 9999/99bbb.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "CLIENTE".
         03 filler                pic x(06) value "VIS".
         03 filler                pic x(06) value "VEND".
         03 filler                pic x(12) value "DATA".
         03 filler                pic x(15) value " QUILOMETRAGEM".
         03 filler                pic x(15) value "      REFEICAO".
         03 filler                pic x(15) value "    HOSPEDAGEM".
         03 filler                pic x(15) value "         TOTAL".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-cliente            pic zzzzz9bbb.
         03 12-visita             pic zz9bbb.
         03 12-vendedor           pic zz9bbb.
         03 12-dia                pic 99/.
         03 12-mes                pic 99/.
         03 12-ano                pic 9999bb.
         03 12-categoria occurs 4 times
                                  pic zzz.zzz.zz9,99b.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-titulo             pic x(12).
         03 13-nome               pic x(29).
         03 13-categoria occurs 4 times
                                  pic zzz.zzz.zz9,99b.
       01 linha-04.
         03 filler                pic x(17) value spaces.
         03 filler                pic x(20) value "Visitas Cobertas:".
         03 14-visitas            pic zz.zz9.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call

           move "DESP-LIM-KM" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-limite-km
           end-if
           move "DESP-LIM-REFEICAO" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-limite-refeicao
           end-if
           move "DESP-LIM-HOSPEDAGEM" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-limite-hospedagem
           end-if
           move "DESP-LIM-DIA" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-limite-dia
           end-if
           move "DESP-VALOR-KM" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 1000
               move ws-par-valor-num to ws-valor-km
           end-if.

       abre-arquivos section.
           open i-o despesas
           if estado-despesas = "35" or "05"
               close despesas
               open output despesas
               close despesas
               open i-o despesas
           end-if
           if estado-despesas not = "00"
               display "Arquivo Despesas Com Problema Estado " at 2301
                           estado-despesas
               accept resposta at 2380
               goback
           end-if

           open input visitas
           if estado-visitas not = "00"
               display "Arquivo Visitas Com Problema Estado " at 2301
                           estado-visitas
               accept resposta at 2380
               close despesas
               goback
           end-if

           open input clientes
           open input vendedores
           accept ws-data-sistema from date yyyymmdd.

       mostra-opcoes section.
           display erase                              at 0101
           display "Despesas de Visitas a Clientes"    at 0101
           display "01-Lancar Despesa"                 at 0301
           display "02-Listar Despesas do Vendedor"    at 0401
           display "03-Aprovar Despesas Acima do Limite"
                                                       at 0501
           display "04-Relatorio Mensal por Visita"    at 0601
           display "00-Sair"                           at 0801
           display "Opcao: "                           at 1001
           accept opcao at 1008

           if opcao = 01
               go inclusao
           else
           if opcao = 02
               go lista
           else
           if opcao = 03
               if not perfil-supervisor
                   display "Opcao Restrita ao Supervisor." at 2301
                   accept resposta at 2380
                   go mostra-opcoes
               end-if
               go aprovacao
           else
           if opcao = 04
               go relatorio-mensal
           else
           if opcao = 00
               close despesas visitas clientes vendedores
               goback
           else
               go mostra-opcoes
           end-if.

      * Toda despesa pertence a uma visita presencial do proprio
      * vendedor. Acima do limite da categoria ou do dia a despesa
      * fica pendente para o supervisor; dentro dele ja nasce
      * aprovada para o contas a pagar.
       inclusao section.
           display erase at 0101
           display "Nova Despesa de Visita" at 0101
           display "Vendedor..........: " at 0301
           display "Cliente Visitado..: " at 0401
           display "Sequencia Visita..: " at 0501
           display "Data da Despesa...: " at 0601
           display "Categoria (K/R/H).: " at 0701
           display "K=Quilometragem R=Refeicao H=Hospedagem" at 0725

           move zeros to ws-vendedor
           accept ws-vendedor at 0321
           if ws-vendedor = zeros
               go mostra-opcoes
           end-if
           move ws-vendedor to codigo-vendedores
           read vendedores invalid key
               display "Vendedor Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-read
           display nome-vendedores at 0325

           move zeros to ws-vis-cliente ws-vis-sequencia
           accept ws-vis-cliente at 0421
           if ws-vis-cliente = zeros
               go mostra-opcoes
           end-if
           move ws-vis-cliente to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes
           end-read
           display nome-clientes at 0428
           accept ws-vis-sequencia at 0521

           move ws-vis-cliente   to vis-cliente
           move ws-vis-sequencia to vis-sequencia
           read visitas invalid key
               display "Visita Nao Registrada, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-read
           if not visita-presencial
               display "Somente Visita Presencial Gera Despesa."
                                      at 2301
               accept resposta at 2380
               go inclusao
           end-if
           if vis-vendedor not = ws-vendedor
               display "Visita de Outro Vendedor, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-if

           move vis-data to ws-data-despesa
           display ws-data-despesa at 0621
           accept ws-data-despesa at 0621
           if ws-data-despesa = zeros
               move vis-data to ws-data-despesa
           end-if
           if ws-data-despesa > ws-data-sistema
               display "Data Futura, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-if.
       inclusao-categoria.
           move spaces to ws-categoria
           accept ws-categoria at 0721
           if ws-categoria = "k" or "r" or "h"
               inspect ws-categoria converting "krh" to "KRH"
           end-if
           if not categoria-quilometragem and not categoria-refeicao
               and not categoria-hospedagem
               display "Categoria Invalida, verifique." at 2301
               accept resposta at 2380
               go inclusao-categoria
           end-if

           move zeros  to ws-valor-despesa ws-quilometros
           move spaces to ws-observacao
           if categoria-quilometragem and ws-valor-km > zeros
               display "Quilometros.......: " at 0801
               accept ws-quilometros at 0821
               compute ws-valor-despesa rounded =
                       ws-quilometros * ws-valor-km
               end-compute
               display "Valor.............: " at 0901
               display ws-valor-despesa at 0921
               display "Observacao........: " at 1001
               accept ws-observacao at 1021
           else
               display "Valor.............: " at 0801
               display "Observacao........: " at 0901
               accept ws-valor-despesa at 0821
               accept ws-observacao at 0921
           end-if
           if ws-valor-despesa = zeros
               display "Valor Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go inclusao-categoria
           end-if

           perform soma-despesas-dia thru soma-despesas-dia-fim

           evaluate true
               when categoria-quilometragem
                   move ws-limite-km         to ws-limite-categoria
               when categoria-refeicao
                   move ws-limite-refeicao   to ws-limite-categoria
               when other
                   move ws-limite-hospedagem to ws-limite-categoria
           end-evaluate

           initialize registro-despesas
           add ws-valor-despesa to ws-soma-categoria ws-soma-dia
           move "N" to dsp-acima-limite
           if ws-limite-categoria > zeros
               and ws-soma-categoria > ws-limite-categoria
               move "S" to dsp-acima-limite
           end-if
           if ws-limite-dia > zeros
               and ws-soma-dia > ws-limite-dia
               move "S" to dsp-acima-limite
           end-if

           move ws-vendedor          to dsp-vendedor
           move ws-data-despesa      to dsp-data
           move ws-proxima-sequencia to dsp-sequencia
           move ws-categoria         to dsp-categoria
           move ws-quilometros       to dsp-quilometros
           move ws-valor-despesa     to dsp-valor
           move ws-vis-cliente       to dsp-vis-cliente
           move ws-vis-sequencia     to dsp-vis-sequencia
           move ws-observacao        to dsp-observacao
           move usuario-corrente     to dsp-operador
           move spaces               to dsp-supervisor
           move zeros                to dsp-data-aprovacao
                                        dsp-titulo-pagar
           if despesa-acima-limite
               move "P" to dsp-status
           else
               move "A" to dsp-status
           end-if

           write registro-despesas invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-despesas
               accept resposta at 2380
               go inclusao
           end-write

           if despesa-acima-limite
               display "Acima do Limite: Aguarda o Supervisor. Enter"
                                      at 2301
           else
               display "Despesa Registrada e Aprovada. Enter" at 2301
           end-if
           accept resposta at 2380
           go inclusao.

      * Soma das despesas nao rejeitadas do vendedor no dia, na
      * categoria informada e no total, e a proxima sequencia livre
      * do dia.
       soma-despesas-dia.
           move zeros to ws-soma-categoria ws-soma-dia
                         ws-proxima-sequencia
           move ws-vendedor     to dsp-vendedor
           move ws-data-despesa to dsp-data
           move zeros           to dsp-sequencia
           start despesas key is >= chave-despesas invalid key
               go soma-despesas-dia-fim
           end-start.
       soma-despesas-dia-le.
           read despesas next at end
               go soma-despesas-dia-fim
           end-read
           if dsp-vendedor not = ws-vendedor
               or dsp-data not = ws-data-despesa
               go soma-despesas-dia-fim
           end-if
           move dsp-sequencia to ws-proxima-sequencia
           if despesa-rejeitada
               go soma-despesas-dia-le
           end-if
           add dsp-valor to ws-soma-dia
           if dsp-categoria = ws-categoria
               add dsp-valor to ws-soma-categoria
           end-if
           go soma-despesas-dia-le.
       soma-despesas-dia-fim.
           add 1 to ws-proxima-sequencia.

       lista section.
           display erase at 0101
           display "Despesas do Vendedor" at 0101
           display "Vendedor..........: " at 0301
           display "Competencia AAAAMM: " at 0401
           move zeros to ws-vendedor ws-competencia
           accept ws-vendedor at 0321
           if ws-vendedor = zeros
               go mostra-opcoes
           end-if
           move ws-data-sistema(1:6) to ws-competencia
           display ws-competencia at 0421
           accept ws-competencia at 0421

           move ws-vendedor to dsp-vendedor
           move zeros       to dsp-data dsp-sequencia
           move ws-competencia to dsp-data(1:6)
           start despesas key is >= chave-despesas invalid key
               display "Nenhuma Despesa Lancada. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.
       lista-monta-tela.
           display erase at 0501
           display "Data     Sq C Cliente Vis         Valor St Titulo"
                                                       at 0601
           move 06 to linha.
       lista-le.
           read despesas next at end
               go lista-fim
           end-read
           if dsp-vendedor not = ws-vendedor
               or dsp-data(1:6) not = ws-competencia
               go lista-fim
           end-if

           add 1 to linha
           display dsp-data          at line linha column 01
           display dsp-sequencia     at line linha column 10
           display dsp-categoria     at line linha column 13
           display dsp-vis-cliente   at line linha column 15
           display dsp-vis-sequencia at line linha column 22
           display dsp-valor         at line linha column 27
           display dsp-status        at line linha column 40
           display dsp-titulo-pagar  at line linha column 43

           if linha < 21
               go lista-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go lista-monta-tela
           end-if
           go mostra-opcoes.
       lista-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

      * O supervisor ve uma a uma as despesas pendentes (acima do
      * limite) e aprova, rejeita ou deixa para depois.
       aprovacao section.
           move zeros to ws-pendentes
           move zeros to dsp-vendedor dsp-data dsp-sequencia
           start despesas key is >= chave-despesas invalid key
               go aprovacao-fim
           end-start.
       aprovacao-le.
           read despesas next at end
               go aprovacao-fim
           end-read
           if not despesa-pendente
               go aprovacao-le
           end-if
           add 1 to ws-pendentes

           display erase at 0101
           display "Aprovacao de Despesas Acima do Limite" at 0101
           display "Vendedor..........: " at 0301 dsp-vendedor
           move dsp-vendedor to codigo-vendedores
           read vendedores invalid key
               move spaces to nome-vendedores
           end-read
           display nome-vendedores at 0325
           display "Data da Despesa...: " at 0401 dsp-data
           display "Visita............: " at 0501 dsp-vis-cliente
           display "/" at 0527 dsp-vis-sequencia
           display "Categoria.........: " at 0601 dsp-categoria
           display "Quilometros.......: " at 0701 dsp-quilometros
           display "Valor.............: " at 0801 dsp-valor
           display "Observacao........: " at 0901 dsp-observacao
           display "Lancada Por.......: " at 1001 dsp-operador

           display "A=Aprova R=Rejeita Enter=Proxima S=Sai: " at 2301
           move spaces to resposta
           accept resposta at 2342
           if resposta = "S" or "s"
               go mostra-opcoes
           end-if
           if resposta not = "A" and "a" and "R" and "r"
               go aprovacao-le
           end-if

           read despesas with lock invalid key
               go aprovacao-le
           end-read
           if not despesa-pendente
               unlock despesas
               go aprovacao-le
           end-if
           if resposta = "A" or "a"
               move "A" to dsp-status
           else
               move "R" to dsp-status
           end-if
           move usuario-corrente to dsp-supervisor
           move ws-data-sistema  to dsp-data-aprovacao
           rewrite registro-despesas invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-despesas
               accept resposta at 2380
           end-rewrite
           unlock despesas
           go aprovacao-le.
       aprovacao-fim.
           if ws-pendentes = zeros
               display "Nenhuma Despesa Pendente. Enter" at 2301
           else
               display "Fim das Despesas Pendentes. Enter" at 2301
           end-if
           accept resposta at 2380
           go mostra-opcoes.

      * Custo de atender cada conta: despesas nao rejeitadas da
      * competencia por visita, com subtotal por cliente e total
      * geral, separadas por categoria.
       relatorio-mensal section.
           display erase at 0101
           display "Relatorio Mensal de Despesas por Visita" at 0101
           display "Competencia (AAAAMM): " at 0301
           move ws-data-sistema(1:6) to ws-competencia
           display ws-competencia at 0323
           accept ws-competencia at 0323
           if ws-competencia = zeros
               go mostra-opcoes
           end-if

           move "Despesas-Visita"       to ws-spool-programa
           move "Spool-DespesasVisita"  to ws-spool-nome
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

           sort arquivo-sort-despesas
               on ascending key cliente-sort visita-sort
               input procedure  is carrega-despesas
                              thru carrega-despesas-fim
               output procedure is imprime-despesas
                              thru imprime-despesas-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Despesas Gerado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-despesas.
           move zeros to dsp-vendedor dsp-data dsp-sequencia
           start despesas key is >= chave-despesas invalid key
               go carrega-despesas-fim
           end-start.
       carrega-despesas-le.
           read despesas next at end
               go carrega-despesas-fim
           end-read
           if dsp-data(1:6) not = ws-competencia
               or despesa-rejeitada
               go carrega-despesas-le
           end-if

           move dsp-vis-cliente   to cliente-sort
           move dsp-vis-sequencia to visita-sort
           move dsp-vendedor      to vendedor-sort
           move dsp-data          to data-sort
           move dsp-categoria     to categoria-sort
           move dsp-valor         to valor-sort
           release registro-sort-despesas
           go carrega-despesas-le.
       carrega-despesas-fim.
           exit.
       imprime-despesas.
           move "N" to situacao-quebra
           initialize totais-visita totais-cliente totais-geral
           move zeros to ws-visitas-cliente.
       imprime-despesas-le.
           return arquivo-sort-despesas at end
               go imprime-despesas-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move cliente-sort  to ws-cliente-anterior
               move visita-sort   to ws-visita-anterior
               move vendedor-sort to ws-vendedor-visita
               move data-sort     to ws-data-visita
           end-if

           if cliente-sort not = ws-cliente-anterior
               perform imprime-total-visita
               perform imprime-total-cliente
               move cliente-sort  to ws-cliente-anterior
               move visita-sort   to ws-visita-anterior
               move vendedor-sort to ws-vendedor-visita
               move data-sort     to ws-data-visita
           end-if
           if visita-sort not = ws-visita-anterior
               perform imprime-total-visita
               move visita-sort   to ws-visita-anterior
               move vendedor-sort to ws-vendedor-visita
               move data-sort     to ws-data-visita
           end-if

           evaluate categoria-sort
               when "K"
                   move 1 to ws-indice-categoria
               when "R"
                   move 2 to ws-indice-categoria
               when other
                   move 3 to ws-indice-categoria
           end-evaluate
           add valor-sort to tvi-categoria(ws-indice-categoria)
           add valor-sort to tvi-categoria(4)
           go imprime-despesas-le.
       imprime-despesas-encerra.
           if primeira-leitura
               move "Nenhuma Despesa na Competencia" to linha-relatorio
               write linha-relatorio
               go imprime-despesas-fim
           end-if
           perform imprime-total-visita
           perform imprime-total-cliente

           move spaces to linha-relatorio
           write linha-relatorio
           move "Total Geral" to 13-titulo
           move spaces        to 13-nome
           perform move-total-geral
               varying ws-indice-categoria from 1 by 1
                 until ws-indice-categoria > 4
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
       imprime-despesas-fim.
           exit.
       imprime-total-visita.
           move ws-cliente-anterior   to 12-cliente
           move ws-visita-anterior    to 12-visita
           move ws-vendedor-visita    to 12-vendedor
           move ws-data-visita(7:2)   to 12-dia
           move ws-data-visita(5:2)   to 12-mes
           move ws-data-visita(1:4)   to 12-ano
           perform move-total-visita
               varying ws-indice-categoria from 1 by 1
                 until ws-indice-categoria > 4
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write
           add 1 to ws-visitas-cliente
           initialize totais-visita.
       imprime-total-cliente.
           move ws-cliente-anterior to codigo-clientes
           read clientes invalid key
               move "Cliente Nao Cadastrado" to nome-clientes
           end-read
           move "Cliente"     to 13-titulo
           move nome-clientes to 13-nome
           perform move-total-cliente
               varying ws-indice-categoria from 1 by 1
                 until ws-indice-categoria > 4
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write
           move ws-visitas-cliente to 14-visitas
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           move spaces to linha-relatorio
           write linha-relatorio
           move zeros to ws-visitas-cliente
           initialize totais-cliente.
       move-total-visita.
           move tvi-categoria(ws-indice-categoria)
                to 12-categoria(ws-indice-categoria)
           add tvi-categoria(ws-indice-categoria)
                to tcl-categoria(ws-indice-categoria).
       move-total-cliente.
           move tcl-categoria(ws-indice-categoria)
                to 13-categoria(ws-indice-categoria)
           add tcl-categoria(ws-indice-categoria)
                to tge-categoria(ws-indice-categoria).
       move-total-geral.
           move tge-categoria(ws-indice-categoria)
                to 13-categoria(ws-indice-categoria).

       le-parametro section.
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Despesas-Visita.
