       identification division.
       program-id. Relatorio-Pagamentos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".
       copy "C:\CursoCobol\Copylib\Select-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-pagamentos assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".
       copy "C:\CursoCobol\Copylib\FD-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-pagamentos.
       01 registro-sort-pagamentos.
           03 vendedor-sort        pic 9(03).
           03 cliente-sort         pic 9(06).
           03 filial-sort          pic 9(02).
           03 valor-sort           pic 9(09)v99.
           03 dias-pagar-sort      pic 9(05).
           03 dias-atraso-sort     pic 9(05).
           03 trimestre-sort       pic x(01).
              88 trimestre-atual    value "A".
              88 trimestre-anterior value "P".

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-novovendedores    pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 filler redefines ws-competencia.
          03 ws-comp-ano           pic 9(04).
          03 ws-comp-mes           pic 9(02).
       01 ws-competencia-inicio    pic 9(06) value zeros.
       01 filler redefines ws-competencia-inicio.
          03 ws-ini-ano            pic 9(04).
          03 ws-ini-mes            pic 9(02).
       01 ws-mes-final             pic 9(06) value zeros.
       01 ws-mes-pagamento         pic 9(06) value zeros.
       01 ws-meses-atras           pic 9(06) value zeros.
       01 ws-dias-emissao          pic 9(07) value zeros.
       01 ws-dias-vencimento       pic 9(07) value zeros.
       01 ws-dias-pagamento        pic 9(07) value zeros.
       01 ws-tolerancia            pic 9(03) value 005.
       01 ws-titulos-lidos         pic 9(07) value zeros.
       01 ws-clientes-piora        pic 9(05) value zeros.
       01 ws-total-piora           pic 9(05) value zeros.
       01 ws-notificacoes          pic 9(05) value zeros.
       01 ws-qtd-edit              pic zz.zz9.
       01 ws-vendedor-anterior     pic 9(03) value zeros.
       01 ws-cliente-anterior      pic 9(06) value zeros.
       01 ws-filial-cliente        pic 9(02) value zeros.
       01 ws-indice-filial         pic 9(03) value zeros.
       01 ws-nivel                 pic 9(01) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 situacao-novovendedores  pic x(01) value "N".
          88 novovendedores-disponivel value "S".
       01 situacao-filiais         pic x(01) value "N".
          88 filiais-disponivel    value "S".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".

      * Acumuladores por nivel: 1=cliente, 2=vendedor, 3=empresa;
      * a tabela de filiais usa o mesmo desenho (filial 00 a 99).
       01 tabela-acumulos.
          03 acumulo occurs 3 times.
             05 acu-titulos        pic 9(07).
             05 acu-atrasados      pic 9(07).
             05 acu-dias-pagar     pic 9(09).
             05 acu-dias-atraso    pic 9(09).
             05 acu-valor          pic 9(13)v99.
             05 acu-valor-dias     pic 9(17)v99.
             05 acu-titulos-atual  pic 9(07).
             05 acu-atraso-atual   pic 9(09).
             05 acu-titulos-ant    pic 9(07).
             05 acu-atraso-ant     pic 9(09).
       01 tabela-filiais.
          03 acumulo-filial occurs 100 times.
             05 afi-titulos        pic 9(07).
             05 afi-atrasados      pic 9(07).
             05 afi-dias-pagar     pic 9(09).
             05 afi-dias-atraso    pic 9(09).
             05 afi-valor          pic 9(13)v99.
             05 afi-valor-dias     pic 9(17)v99.
             05 afi-titulos-atual  pic 9(07).
             05 afi-atraso-atual   pic 9(09).
             05 afi-titulos-ant    pic 9(07).
             05 afi-atraso-ant     pic 9(09).
       01 acumulo-calculo.
          03 cal-titulos           pic 9(07).
          03 cal-atrasados         pic 9(07).
          03 cal-dias-pagar        pic 9(09).
          03 cal-dias-atraso       pic 9(09).
          03 cal-valor             pic 9(13)v99.
          03 cal-valor-dias        pic 9(17)v99.
          03 cal-titulos-atual     pic 9(07).
          03 cal-atraso-atual      pic 9(09).
          03 cal-titulos-ant       pic 9(07).
          03 cal-atraso-ant        pic 9(09).
       01 ws-prazo-medio           pic 9(05)v9 value zeros.
       01 ws-atraso-medio          pic 9(05)v9 value zeros.
       01 ws-pct-atraso            pic 9(03)v9 value zeros.
       01 ws-dso                   pic 9(05)v9 value zeros.
       01 ws-media-atual           pic 9(05)v9 value zeros.
       01 ws-media-anterior        pic 9(05)v9 value zeros.
       01 situacao-tendencia       pic x(01) value "N".
          88 tendencia-piora       value "S".

       01 ws-conv-data             pic 9(08) value zeros.
       01 filler redefines ws-conv-data.
          03 ws-conv-ano           pic 9(04).
          03 ws-conv-mes           pic 9(02).
          03 ws-conv-dia           pic 9(02).
       01 ws-conv-dias             pic 9(07) value zeros.
       01 ws-conv-anos             pic 9(04) value zeros.
       01 ws-conv-trab             pic 9(04) value zeros.
       01 ws-conv-resto            pic 9(04) value zeros.
       01 situacao-ano-bissexto    pic x(01) value "N".
          88 ano-bissexto          value "S".

       01 ws-rotulo-cliente.
          03 ws-rot-codigo         pic zzzzz9.
          03 filler                pic x(01) value space.
          03 ws-rot-nome           pic x(27).
       01 ws-rotulo-grupo.
          03 ws-rot-titulo         pic x(09).
          03 ws-rot-grupo          pic zz9.
          03 filler                pic x(01) value space.
          03 ws-rot-descricao      pic x(21).

       copy "C:\CursoCobol\Copylib\CamposNotificacao.cpy".

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Comportamento de Pagamento e DSO".
         03 filler                pic x(13) value "Competencia:".
         03 00-competencia        pic 9999/99bbbb.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26)
                value "Titulos Pagos de".
         03 01-inicio             pic 9999/99.
         03 filler                pic x(03) value " a ".
         03 01-fim                pic 9999/99.
         03 filler                pic x(35)
                value "   Piora: atraso medio do trimestre".
         03 filler                pic x(27)
                value " acima do anterior em mais ".
         03 01-tolerancia         pic zz9.
         03 filler                pic x(05) value " dias".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(34) value "CLIENTE".
         03 filler                pic x(10) value "TITULOS".
         03 filler                pic x(12) value "PRAZO MED.".
         03 filler                pic x(12) value "ATRASO MED.".
         03 filler                pic x(10) value "% ATRASO".
         03 filler                pic x(12) value "DSO".
         03 filler                pic x(12) value "ATR.TRI.ANT".
         03 filler                pic x(12) value "ATR.TRI.ATU".
         03 filler                pic x(08) value "TENDENC.".
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-rotulo             pic x(34).
         03 13-titulos            pic zz.zz9bbbb.
         03 13-prazo              pic z.zz9,9bbbbb.
         03 13-atraso             pic z.zz9,9bbbbb.
         03 13-pct                pic zz9,9bbbbb.
         03 13-dso                pic z.zz9,9bbbbb.
         03 13-atraso-ant         pic z.zz9,9bbbbb.
         03 13-atraso-atu         pic z.zz9,9bbbbb.
         03 13-tendencia          pic x(08).
       01 linha-04.
         03 filler                pic x(02) value spaces.
         03 filler                pic x(10) value "Vendedor:".
         03 14-vendedor           pic zz9bb.
         03 14-nome               pic x(40).
       01 linha-05.
         03 filler                pic x(02) value spaces.
         03 filler                pic x(40)
                value "Resumo por Filial (DSO ponderado)".

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call

           move "PAGTO-TOLERANCIA" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-tolerancia
           end-if.

       abre-arquivos section.
           open input titulos-receber
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

           move "N" to situacao-novovendedores situacao-filiais
           open input novovendedores
           if estado-novovendedores = "00"
               move "S" to situacao-novovendedores
           end-if
           open input filiais
           if estado-filiais = "00"
               move "S" to situacao-filiais
           end-if.

      * A competencia sugerida e o mes anterior ao corrente; a
      * janela cobre os doze meses terminados nela.
       pede-competencia section.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia
           if ws-comp-mes = 01
               move 12 to ws-comp-mes
               subtract 1 from ws-comp-ano
           else
               subtract 1 from ws-comp-mes
           end-if

           display erase at 0101
           display "Comportamento de Pagamento e DSO" at 0101
           display "Competencia (AAAAMM): " at 0301
           display ws-competencia at 0323
           accept ws-competencia at 0323
           if ws-competencia = zeros
               perform fecha-arquivos
               goback
           end-if
           if ws-comp-mes < 01 or ws-comp-mes > 12
               display "Competencia Invalida, verifique." at 2301
               accept resposta at 2380
               go pede-competencia
           end-if

           compute ws-mes-final = ws-comp-ano * 12 + ws-comp-mes - 1
           end-compute
           move ws-competencia to ws-competencia-inicio
           if ws-ini-mes = 12
               move 01 to ws-ini-mes
           else
               add 1 to ws-ini-mes
               subtract 1 from ws-ini-ano
           end-if.

       gera-relatorio section.
           move "Relatorio-Pagamentos"  to ws-spool-programa
           move "Spool-Pagamentos"      to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia                to 00-dia
           move ws-mes                to 00-mes
           move ws-ano                to 00-ano
           move ws-competencia        to 00-competencia
           move ws-competencia-inicio to 01-inicio
           move ws-competencia        to 01-fim
           move ws-tolerancia         to 01-tolerancia
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           move zeros to ws-titulos-lidos ws-total-piora
                         ws-notificacoes
           initialize tabela-acumulos tabela-filiais

           sort arquivo-sort-pagamentos
               on ascending key vendedor-sort cliente-sort
               input procedure  is carrega-pagamentos
                              thru carrega-pagamentos-fim
               output procedure is imprime-pagamentos
                              thru imprime-pagamentos-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio
           perform fecha-arquivos

           display "Titulos Pagos Analisados: " at 2001
                       ws-titulos-lidos
           display "Clientes Com Piora......: " at 2101
                       ws-total-piora
           display "Avisos aos Vendedores...: " at 2201
                       ws-notificacoes
           display "Relatorio Gerado. Enter" at 2301
           accept resposta at 2380
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01
           write linha-relatorio from linha-02.

      * Entram os titulos pagos na janela de doze meses; os dias
      * para pagar contam da emissao, o atraso conta do vencimento.
       carrega-pagamentos.
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go carrega-pagamentos-fim
           end-start.
       carrega-pagamentos-le.
           read titulos-receber next at end
               go carrega-pagamentos-fim
           end-read
           if not titulo-pago or tit-data-pagamento = zeros
               go carrega-pagamentos-le
           end-if

           move tit-data-pagamento to ws-conv-data
           compute ws-mes-pagamento = ws-conv-ano * 12 + ws-conv-mes - 1
           end-compute
           if ws-mes-pagamento > ws-mes-final
               go carrega-pagamentos-le
           end-if
           compute ws-meses-atras = ws-mes-final - ws-mes-pagamento
           end-compute
           if ws-meses-atras > 11
               go carrega-pagamentos-le
           end-if

           move tit-emissao to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-emissao
           move tit-vencimento to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-vencimento
           move tit-data-pagamento to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-pagamento

           move tit-cliente to codigo-clientes
           read clientes invalid key
               move zeros to filial-clientes
           end-read

           move tit-vendedor    to vendedor-sort
           move tit-cliente     to cliente-sort
           move filial-clientes to filial-sort
           move tit-valor       to valor-sort
           move zeros           to dias-pagar-sort dias-atraso-sort
           if ws-dias-pagamento > ws-dias-emissao
               compute dias-pagar-sort =
                       ws-dias-pagamento - ws-dias-emissao
               end-compute
           end-if
           if ws-dias-pagamento > ws-dias-vencimento
               compute dias-atraso-sort =
                       ws-dias-pagamento - ws-dias-vencimento
               end-compute
           end-if
           evaluate ws-meses-atras
               when 0 thru 2
                   move "A" to trimestre-sort
               when 3 thru 5
                   move "P" to trimestre-sort
               when other
                   move spaces to trimestre-sort
           end-evaluate

           release registro-sort-pagamentos
           add 1 to ws-titulos-lidos
           go carrega-pagamentos-le.
       carrega-pagamentos-fim.
           exit.

       imprime-pagamentos.
           move "N" to situacao-quebra
           move zeros to ws-clientes-piora.
       imprime-pagamentos-le.
           return arquivo-sort-pagamentos at end
               go imprime-pagamentos-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move vendedor-sort to ws-vendedor-anterior
               move cliente-sort  to ws-cliente-anterior
               move filial-sort   to ws-filial-cliente
               perform imprime-vendedor
           end-if

           if vendedor-sort not = ws-vendedor-anterior
               perform imprime-total-cliente
               perform imprime-total-vendedor
               move vendedor-sort to ws-vendedor-anterior
               move cliente-sort  to ws-cliente-anterior
               move filial-sort   to ws-filial-cliente
               perform imprime-vendedor
           end-if
           if cliente-sort not = ws-cliente-anterior
               perform imprime-total-cliente
               move cliente-sort  to ws-cliente-anterior
               move filial-sort   to ws-filial-cliente
           end-if

           perform acumula-nivel
               varying ws-nivel from 1 by 1 until ws-nivel > 3
           compute ws-indice-filial = filial-sort + 1
           end-compute
           perform acumula-filial
           go imprime-pagamentos-le.
       imprime-pagamentos-encerra.
           if primeira-leitura
               move "Nenhum Titulo Pago no Periodo" to linha-relatorio
               write linha-relatorio
               go imprime-pagamentos-fim
           end-if
           perform imprime-total-cliente
           perform imprime-total-vendedor

           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-05 at eop
               perform imprime-cabecalho
           end-write
           perform imprime-filial
               varying ws-indice-filial from 1 by 1
                 until ws-indice-filial > 100

           move spaces to linha-relatorio
           write linha-relatorio
           move acumulo(3) to acumulo-calculo
           perform calcula-indicadores
           move "Total da Empresa" to 13-rotulo
           perform move-indicadores
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
       imprime-pagamentos-fim.
           exit.

       imprime-vendedor.
           move spaces to 14-nome
           if novovendedores-disponivel
               move ws-vendedor-anterior to codigo-novovendedores
               read novovendedores invalid key
                   move spaces to nome-novovendedores
                                  email-novovendedores
               end-read
               move nome-novovendedores to 14-nome
           end-if
           move ws-vendedor-anterior to 14-vendedor
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write.

       imprime-total-cliente.
           move ws-cliente-anterior to codigo-clientes
           read clientes invalid key
               move "Cliente Nao Cadastrado" to nome-clientes
           end-read
           move ws-cliente-anterior to ws-rot-codigo
           move nome-clientes       to ws-rot-nome
           move ws-rotulo-cliente   to 13-rotulo

           move acumulo(1) to acumulo-calculo
           perform calcula-indicadores
           perform move-indicadores
           if tendencia-piora
               add 1 to ws-clientes-piora
           end-if
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write
           initialize acumulo(1).

      * O vendedor recebe um aviso quando algum cliente da sua
      * carteira piorou no trimestre, antes de chegar ao bloqueio.
       imprime-total-vendedor.
           move acumulo(2) to acumulo-calculo
           perform calcula-indicadores
           move "Total do Vendedor" to 13-rotulo
           perform move-indicadores
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           if ws-clientes-piora > zeros
               add ws-clientes-piora to ws-total-piora
               if novovendedores-disponivel
                   and email-novovendedores not = spaces
                   move ws-clientes-piora    to ws-qtd-edit
                   move email-novovendedores to not-destino
                   move "Clientes com Piora no Pagamento"
                           to not-assunto
                   move spaces to not-corpo
                   string ws-qtd-edit            delimited by size
                          " cliente(s) da sua carteira pagaram "
                                                 delimited by size
                          "com mais atraso no trimestre. Veja o "
                                                 delimited by size
                          "relatorio de comportamento de pagamento."
                                                 delimited by size
                          into not-corpo
                   end-string
                   move "Relatorio-Pagamentos" to not-origem
                   perform grava-notificacao
                   add 1 to ws-notificacoes
               end-if
           end-if
           move zeros to ws-clientes-piora
           initialize acumulo(2).

       imprime-filial.
           if afi-titulos(ws-indice-filial) = zeros
               exit paragraph
           end-if
           move acumulo-filial(ws-indice-filial) to acumulo-calculo
           perform calcula-indicadores

           move spaces to ws-rot-descricao
           if filiais-disponivel
               compute fil-codigo = ws-indice-filial - 1
               end-compute
               read filiais invalid key
                   move spaces to fil-nome
               end-read
               move fil-nome to ws-rot-descricao
           end-if
           move "Filial"  to ws-rot-titulo
           compute ws-rot-grupo = ws-indice-filial - 1
           end-compute
           move ws-rotulo-grupo to 13-rotulo
           perform move-indicadores
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.

       acumula-nivel.
           add 1                to acu-titulos(ws-nivel)
           add dias-pagar-sort  to acu-dias-pagar(ws-nivel)
           add dias-atraso-sort to acu-dias-atraso(ws-nivel)
           add valor-sort       to acu-valor(ws-nivel)
           compute acu-valor-dias(ws-nivel) =
                   acu-valor-dias(ws-nivel)
                 + valor-sort * dias-pagar-sort
           end-compute
           if dias-atraso-sort > zeros
               add 1 to acu-atrasados(ws-nivel)
           end-if
           if trimestre-atual
               add 1                to acu-titulos-atual(ws-nivel)
               add dias-atraso-sort to acu-atraso-atual(ws-nivel)
           end-if
           if trimestre-anterior
               add 1                to acu-titulos-ant(ws-nivel)
               add dias-atraso-sort to acu-atraso-ant(ws-nivel)
           end-if.
       acumula-filial.
           add 1                to afi-titulos(ws-indice-filial)
           add dias-pagar-sort  to afi-dias-pagar(ws-indice-filial)
           add dias-atraso-sort to afi-dias-atraso(ws-indice-filial)
           add valor-sort       to afi-valor(ws-indice-filial)
           compute afi-valor-dias(ws-indice-filial) =
                   afi-valor-dias(ws-indice-filial)
                 + valor-sort * dias-pagar-sort
           end-compute
           if dias-atraso-sort > zeros
               add 1 to afi-atrasados(ws-indice-filial)
           end-if
           if trimestre-atual
               add 1 to afi-titulos-atual(ws-indice-filial)
               add dias-atraso-sort
                   to afi-atraso-atual(ws-indice-filial)
           end-if
           if trimestre-anterior
               add 1 to afi-titulos-ant(ws-indice-filial)
               add dias-atraso-sort
                   to afi-atraso-ant(ws-indice-filial)
           end-if.

      * Prazo e atraso medios por titulo; DSO ponderado pelo valor
      * pago. Piora so e apontada com titulos nos dois trimestres.
       calcula-indicadores.
           move zeros to ws-prazo-medio ws-atraso-medio ws-pct-atraso
                         ws-dso ws-media-atual ws-media-anterior
           move "N"   to situacao-tendencia
           if cal-titulos > zeros
               compute ws-prazo-medio rounded =
                       cal-dias-pagar / cal-titulos
               end-compute
               compute ws-atraso-medio rounded =
                       cal-dias-atraso / cal-titulos
               end-compute
               compute ws-pct-atraso rounded =
                       cal-atrasados * 100 / cal-titulos
               end-compute
           end-if
           if cal-valor > zeros
               compute ws-dso rounded = cal-valor-dias / cal-valor
               end-compute
           end-if
           if cal-titulos-atual > zeros
               compute ws-media-atual rounded =
                       cal-atraso-atual / cal-titulos-atual
               end-compute
           end-if
           if cal-titulos-ant > zeros
               compute ws-media-anterior rounded =
                       cal-atraso-ant / cal-titulos-ant
               end-compute
           end-if
           if cal-titulos-atual > zeros and cal-titulos-ant > zeros
               and ws-media-atual > ws-media-anterior + ws-tolerancia
               move "S" to situacao-tendencia
           end-if.
       move-indicadores.
           move cal-titulos       to 13-titulos
           move ws-prazo-medio    to 13-prazo
           move ws-atraso-medio   to 13-atraso
           move ws-pct-atraso     to 13-pct
           move ws-dso            to 13-dso
           move ws-media-anterior to 13-atraso-ant
           move ws-media-atual    to 13-atraso-atu
           if tendencia-piora
               move "*PIORA*" to 13-tendencia
           else
               move spaces    to 13-tendencia
           end-if.

       fecha-arquivos section.
           close titulos-receber clientes
           if novovendedores-disponivel
               close novovendedores
           end-if
           if filiais-disponivel
               close filiais
           end-if.

      * Dias corridos desde o inicio da era: anos completos, os
      * bissextos desses anos, os meses completos e o dia.
       converte-data-dias section.
           compute ws-conv-anos = ws-conv-ano - 1
           end-compute
           compute ws-conv-dias = ws-conv-anos * 365
           end-compute
           divide ws-conv-anos by 4 giving ws-conv-trab
           add ws-conv-trab to ws-conv-dias
           divide ws-conv-anos by 100 giving ws-conv-trab
           subtract ws-conv-trab from ws-conv-dias
           divide ws-conv-anos by 400 giving ws-conv-trab
           add ws-conv-trab to ws-conv-dias

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

           move "N" to situacao-ano-bissexto
           divide ws-conv-ano by 4 giving ws-conv-trab
                           remainder ws-conv-resto
           if ws-conv-resto = zeros
               move "S" to situacao-ano-bissexto
               divide ws-conv-ano by 100 giving ws-conv-trab
                               remainder ws-conv-resto
               if ws-conv-resto = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-conv-ano by 400 giving ws-conv-trab
                                   remainder ws-conv-resto
                   if ws-conv-resto = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if
           if ano-bissexto and ws-conv-mes > 02
               add 1 to ws-conv-dias
           end-if.

       copy "C:\CursoCobol\Copylib\GravaNotificacao.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Pagamentos.
