       identification division.
       program-id. Fluxo-Caixa.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select exportacao assign to ws-local-exportacao
               organization is line sequential.
           select arquivo-sort-fluxo assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       fd exportacao label record omitted.
       01 linha-exportacao         pic x(120).
       sd arquivo-sort-fluxo.
       01 registro-sort-fluxo.
           03 cliente-sort         pic 9(06).
           03 tipo-sort            pic 9(01).
           03 dias-sort            pic 9(07).
           03 saldo-sort           pic 9(09)v99.

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-comissoes         pic x(02) value spaces.
       01 estado-titulos-pagar     pic x(02) value spaces.
       01 situacao-comissoes       pic x(01) value "N".
          88 comissoes-disponivel  value "S".
       01 situacao-titulos-pagar   pic x(01) value "N".
          88 titulos-pagar-disponivel value "S".
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-exportacao      pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-vencimento       pic 9(07) value zeros.
       01 ws-dias-previsto         pic 9(07) value zeros.
       01 ws-saldo-titulo          pic 9(09)v99 value zeros.
       01 ws-cliente-anterior      pic 9(06) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-soma-atraso           pic 9(09) value zeros.
       01 ws-qtd-pagos             pic 9(07) value zeros.
       01 ws-media-atraso          pic 9(05) value zeros.
       01 ws-dia-pagto-comissao    pic 9(02) value 10.
       01 ws-data-comissao         pic 9(08) value zeros.
       01 filler redefines ws-data-comissao.
          03 ws-comissao-ano       pic 9(04).
          03 ws-comissao-mes       pic 9(02).
          03 ws-comissao-dia       pic 9(02).
       01 situacao-titulo-comissao pic x(01) value "N".
          88 comissao-com-titulo   value "S".
       01 ws-indice                pic 9(03) value zeros.
       01 ws-indice-semana         pic 9(02) value zeros.
       01 ws-dia-inicial           pic 9(03) value zeros.
       01 ws-dia-final             pic 9(03) value zeros.
       01 ws-risco-entradas        pic 9(11)v99 value zeros.
       01 ws-risco-titulos         pic 9(07) value zeros.
       01 ws-fora-horizonte        pic 9(11)v99 value zeros.
       01 ws-saldo-dia             pic s9(11)v99 value zeros.
       01 ws-acumulado             pic s9(13)v99 value zeros.
       01 ws-total-entradas        pic 9(13)v99 value zeros.
       01 ws-total-saidas          pic s9(13)v99 value zeros.
       01 ws-semana-entradas       pic 9(13)v99 value zeros.
       01 ws-semana-saidas         pic s9(13)v99 value zeros.
       01 ws-exportados            pic 9(05) value zeros.
       01 tabela-fluxo.
          03 fluxo-dia occurs 91 times.
             05 fc-data            pic 9(08).
             05 fc-entradas        pic 9(11)v99.
             05 fc-saidas          pic s9(11)v99.
       01 ws-venc-base             pic 9(08) value zeros.
       01 filler redefines ws-venc-base.
          03 ws-venc-ano           pic 9(04).
          03 ws-venc-mes           pic 9(02).
          03 ws-venc-dia           pic 9(02).
       01 ws-dias-mes              pic 9(02) value zeros.
       01 ws-data-edicao           pic 9(08) value zeros.
       01 filler redefines ws-data-edicao.
          03 ws-edicao-ano         pic 9(04).
          03 ws-edicao-mes         pic 9(02).
          03 ws-edicao-dia         pic 9(02).
       01 ws-exp-tipo              pic x(10) value spaces.
       01 ws-exp-data              pic x(10) value spaces.
       01 ws-exp-entradas          pic -(13)9,99.
       01 ws-exp-saidas            pic -(13)9,99.
       01 ws-exp-saldo             pic -(13)9,99.
       01 ws-exp-acumulado         pic -(13)9,99.
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
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Projecao de Fluxo de Caixa - 90 Dias".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26) value "PERIODO".
         03 filler                pic x(20) value "ENTRADAS".
         03 filler                pic x(20) value "SAIDAS".
         03 filler                pic x(20) value "SALDO".
         03 filler                pic x(20) value "ACUMULADO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-titulo             pic x(50).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-periodo            pic x(24)bb.
         03 13-entradas           pic zz.zzz.zzz.zz9,99bbb.
         03 13-saidas             pic zz.zzz.zzz.zz9,99-.
         03 filler                pic x(02) value spaces.
         03 13-saldo              pic zz.zzz.zzz.zz9,99-.
         03 filler                pic x(02) value spaces.
         03 13-acumulado          pic z.zzz.zzz.zzz.zz9,99-.
       01 ws-periodo-dia.
         03 ws-periodo-dd         pic 99/.
         03 ws-periodo-mm         pic 99/.
         03 ws-periodo-aaaa       pic 9999.
       01 ws-periodo-semana.
         03 filler                pic x(07) value "Semana ".
         03 ws-periodo-numero     pic z9.
         03 filler                pic x(01) value space.
         03 ws-periodo-de-dd      pic 99/.
         03 ws-periodo-de-mm      pic 99.
         03 filler                pic x(03) value " a ".
         03 ws-periodo-ate-dd     pic 99/.
         03 ws-periodo-ate-mm     pic 99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call

      * Comissao pendente da competencia AAAAMM e paga no dia
      * COMISSAO-DIA-PAGTO (parametro; sem ele, dia 10) do mes
      * seguinte.
           move "COMISSAO-DIA-PAGTO" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 29
               move ws-par-valor-num to ws-dia-pagto-comissao
           end-if.

       abre-arquivos section.
           open input titulos-receber
           if estado-titulos not = "00"
               display "Arquivo Titulos Com Problema Estado " at 2301
                           estado-titulos
               accept resposta at 2380
               goback
           end-if
           open input comissoes
           if estado-comissoes = "00"
               move "S" to situacao-comissoes
           end-if
           open input titulos-pagar
           if estado-titulos-pagar = "00"
               move "S" to situacao-titulos-pagar
           end-if.

       confirma section.
           display erase at 0101
           display "Projecao de Fluxo de Caixa - 90 Dias" at 0101
           display "Confirma a Geracao? S/N" at 0301
           accept resposta at 0325
           if resposta not = "S" and "s"
               close titulos-receber comissoes titulos-pagar
               goback
           end-if.

      * Entradas: titulos em aberto pelo vencimento, deslocado pela
      * media de dias de atraso com que o cliente pagou os titulos ja
      * quitados; titulo ja vencido nao entra na coluna de hoje, vai
      * para a linha Em Risco. Saidas: titulos do contas a pagar em
      * aberto pelo vencimento (o vencido e devido hoje) e comissoes
      * pendentes que ainda nao viraram titulo a pagar (o
      * estorno desconta). O mesmo quadro sai no relatorio, por dia
      * e por semana, e no arquivo da tesouraria em Exportacao.
       gera-fluxo section.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje

           initialize tabela-fluxo
           move zeros to ws-risco-entradas ws-risco-titulos
                         ws-fora-horizonte
           move ws-data-sistema to ws-venc-base
           move 1 to ws-indice
           perform monta-calendario
               until ws-indice > 91

           sort arquivo-sort-fluxo
               on ascending key cliente-sort tipo-sort
               input procedure  is carrega-titulos
                              thru carrega-titulos-fim
               output procedure is projeta-titulos
                              thru projeta-titulos-fim

           perform projeta-pagar thru projeta-pagar-fim
           perform projeta-comissoes thru projeta-comissoes-fim

           move "Fluxo-Caixa"      to ws-spool-programa
           move "Spool-FluxoCaixa" to ws-spool-nome
           perform registra-spool

           accept ws-data from date
           move spaces to ws-local-exportacao
           string function trim(diretorio-dados)
                                        delimited by size
                  "\Exportacao\FluxoCaixa-"
                                        delimited by size
                  ws-data              delimited by size
                  ".Txt"               delimited by size
                  into ws-local-exportacao
           end-string

           open output relatorio exportacao
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           move "TIPO;DATA;ENTRADAS;SAIDAS;SALDO;ACUMULADO"
             to linha-exportacao
           write linha-exportacao
           move zeros to ws-exportados

           perform imprime-risco
           perform imprime-dias
           perform imprime-semanas

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio exportacao titulos-receber comissoes
                 titulos-pagar

           display "Fluxo de Caixa Gerado. Arquivo: " at 2101
           display ws-local-exportacao               at 2201
           display "Enter"                            at 2301
           accept resposta at 2380
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       monta-calendario.
           move ws-venc-base to fc-data(ws-indice)
           perform avanca-um-dia
           add 1 to ws-indice.
       carrega-titulos.
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go carrega-titulos-fim
           end-start.
       carrega-titulos-le.
           read titulos-receber next at end
               go carrega-titulos-fim
           end-read

      * Titulo pago entra como historico de atraso do cliente
      * (pago antes ou no vencimento conta zero dias).
           if titulo-pago
               if tit-data-pagamento = zeros
                   go carrega-titulos-le
               end-if
               move tit-vencimento to ws-conv-data
               perform converte-data-dias
               move ws-conv-dias to ws-dias-vencimento
               move tit-data-pagamento to ws-conv-data
               perform converte-data-dias
               move tit-cliente to cliente-sort
               move 1           to tipo-sort
               if ws-conv-dias > ws-dias-vencimento
                   compute dias-sort =
                           ws-conv-dias - ws-dias-vencimento
                   end-compute
               else
                   move zeros to dias-sort
               end-if
               move zeros to saldo-sort
               release registro-sort-fluxo
               go carrega-titulos-le
           end-if

           if not titulo-aberto
               go carrega-titulos-le
           end-if
           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute
           if ws-saldo-titulo = zeros
               go carrega-titulos-le
           end-if

           move tit-vencimento to ws-conv-data
           perform converte-data-dias
           move tit-cliente     to cliente-sort
           move 2               to tipo-sort
           move ws-conv-dias    to dias-sort
           move ws-saldo-titulo to saldo-sort
           release registro-sort-fluxo
           go carrega-titulos-le.
       carrega-titulos-fim.
           exit.
       projeta-titulos.
           move "N" to situacao-quebra.
       projeta-titulos-le.
           return arquivo-sort-fluxo at end
               go projeta-titulos-fim
           end-return

           if primeira-leitura or cliente-sort not = ws-cliente-anterior
               move "S" to situacao-quebra
               move cliente-sort to ws-cliente-anterior
               move zeros to ws-soma-atraso ws-qtd-pagos
                             ws-media-atraso
           end-if

           if tipo-sort = 1
               add dias-sort to ws-soma-atraso
               add 1         to ws-qtd-pagos
               go projeta-titulos-le
           end-if

      * O historico do cliente vem antes dos titulos em aberto
      * (tipo 1 antes do 2), entao a media ja esta completa.
           if ws-qtd-pagos > zeros and ws-media-atraso = zeros
               compute ws-media-atraso rounded =
                       ws-soma-atraso / ws-qtd-pagos
               end-compute
           end-if

           if dias-sort < ws-dias-hoje
               add saldo-sort to ws-risco-entradas
               add 1          to ws-risco-titulos
               go projeta-titulos-le
           end-if

           compute ws-dias-previsto = dias-sort + ws-media-atraso
           end-compute
           if ws-dias-previsto > ws-dias-hoje + 90
               add saldo-sort to ws-fora-horizonte
               go projeta-titulos-le
           end-if

           compute ws-indice = ws-dias-previsto - ws-dias-hoje + 1
           end-compute
           add saldo-sort to fc-entradas(ws-indice)
           go projeta-titulos-le.
       projeta-titulos-fim.
           exit.
       projeta-comissoes.
           if not comissoes-disponivel
               go projeta-comissoes-fim
           end-if
           move zeros  to com-vendedor com-competencia
           move spaces to com-tipo
           start comissoes key is >= chave-comissoes invalid key
               go projeta-comissoes-fim
           end-start.
       projeta-comissoes-le.
           read comissoes next at end
               go projeta-comissoes-fim
           end-read
           if not comissao-pendente or com-valor = zeros
               go projeta-comissoes-le
           end-if
           perform verifica-titulo-comissao
               thru verifica-titulo-comissao-fim
           if comissao-com-titulo
               go projeta-comissoes-le
           end-if

           move com-competencia(1:4) to ws-comissao-ano
           move com-competencia(5:2) to ws-comissao-mes
           if ws-comissao-mes = 12
               move 01 to ws-comissao-mes
               add 1 to ws-comissao-ano
           else
               add 1 to ws-comissao-mes
           end-if
           move ws-dia-pagto-comissao to ws-comissao-dia

      * Comissao pendente com data de pagamento ja passada e devida
      * hoje.
           move ws-data-comissao to ws-conv-data
           perform converte-data-dias
           if ws-conv-dias < ws-dias-hoje
               move ws-dias-hoje to ws-conv-dias
           end-if
           if ws-conv-dias > ws-dias-hoje + 90
               go projeta-comissoes-le
           end-if

           compute ws-indice = ws-conv-dias - ws-dias-hoje + 1
           end-compute
           if comissao-deducao
               subtract com-valor from fc-saidas(ws-indice)
           else
               add com-valor to fc-saidas(ws-indice)
           end-if
           go projeta-comissoes-le.
       projeta-comissoes-fim.
           exit.
       verifica-titulo-comissao.
           move "N" to situacao-titulo-comissao
           if not titulos-pagar-disponivel
               go verifica-titulo-comissao-fim
           end-if
           move "V"          to tpg-tipo
           move com-vendedor to tpg-codigo
           start titulos-pagar key is = tpg-favorecido invalid key
               go verifica-titulo-comissao-fim
           end-start.
       verifica-titulo-comissao-le.
           read titulos-pagar next at end
               go verifica-titulo-comissao-fim
           end-read
           if not pagar-comissao or tpg-codigo not = com-vendedor
               go verifica-titulo-comissao-fim
           end-if
           if tpg-documento = com-competencia and not pagar-cancelado
               move "S" to situacao-titulo-comissao
               go verifica-titulo-comissao-fim
           end-if
           go verifica-titulo-comissao-le.
       verifica-titulo-comissao-fim.
           exit.
       projeta-pagar.
           if not titulos-pagar-disponivel
               go projeta-pagar-fim
           end-if
           move zeros to tpg-vencimento
           start titulos-pagar key is >= tpg-vencimento invalid key
               go projeta-pagar-fim
           end-start.
       projeta-pagar-le.
           read titulos-pagar next at end
               go projeta-pagar-fim
           end-read
           if not pagar-aberto or tpg-valor = zeros
               go projeta-pagar-le
           end-if

           move tpg-vencimento to ws-conv-data
           perform converte-data-dias
           if ws-conv-dias < ws-dias-hoje
               move ws-dias-hoje to ws-conv-dias
           end-if
           if ws-conv-dias > ws-dias-hoje + 90
               go projeta-pagar-fim
           end-if

           compute ws-indice = ws-conv-dias - ws-dias-hoje + 1
           end-compute
           add tpg-valor to fc-saidas(ws-indice)
           go projeta-pagar-le.
       projeta-pagar-fim.
           exit.
       imprime-risco.
           move "Titulos Vencidos (Em Risco)" to 12-titulo
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02

           move "Em Risco"        to 13-periodo
           move ws-risco-entradas to 13-entradas
           move zeros             to 13-saidas
           move ws-risco-entradas to 13-saldo
           move zeros             to 13-acumulado
           write linha-relatorio from linha-03

           move "RISCO"             to ws-exp-tipo
           move spaces              to ws-exp-data
           move ws-risco-entradas   to ws-exp-entradas ws-exp-saldo
           move zeros               to ws-exp-saidas ws-exp-acumulado
           perform grava-exportacao.
       imprime-dias.
           move "Projecao Diaria" to 12-titulo
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write

           move zeros to ws-acumulado ws-total-entradas
                         ws-total-saidas
           move 1 to ws-indice
           perform imprime-dia
               until ws-indice > 91

           move "Total 90 Dias"   to 13-periodo
           move ws-total-entradas to 13-entradas
           move ws-total-saidas   to 13-saidas
           compute ws-saldo-dia = ws-total-entradas - ws-total-saidas
           end-compute
           move ws-saldo-dia      to 13-saldo
           move ws-acumulado      to 13-acumulado
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           if ws-fora-horizonte > zeros
               move "Previsto Apos 90 Dias" to 13-periodo
               move ws-fora-horizonte       to 13-entradas
               move zeros to 13-saidas 13-saldo 13-acumulado
               write linha-relatorio from linha-03 at eop
                   perform imprime-cabecalho
               end-write
           end-if.
       imprime-dia.
           compute ws-saldo-dia = fc-entradas(ws-indice)
                                - fc-saidas(ws-indice)
           end-compute
           add ws-saldo-dia            to ws-acumulado
           add fc-entradas(ws-indice)  to ws-total-entradas
           add fc-saidas(ws-indice)    to ws-total-saidas

           move fc-data(ws-indice) to ws-data-edicao
           move ws-edicao-dia      to ws-periodo-dd
           move ws-edicao-mes      to ws-periodo-mm
           move ws-edicao-ano      to ws-periodo-aaaa
           move ws-periodo-dia     to 13-periodo
           move fc-entradas(ws-indice) to 13-entradas
           move fc-saidas(ws-indice)   to 13-saidas
           move ws-saldo-dia           to 13-saldo
           move ws-acumulado           to 13-acumulado
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           move "DIA"                  to ws-exp-tipo
           move ws-periodo-dia         to ws-exp-data
           move fc-entradas(ws-indice) to ws-exp-entradas
           move fc-saidas(ws-indice)   to ws-exp-saidas
           move ws-saldo-dia           to ws-exp-saldo
           move ws-acumulado           to ws-exp-acumulado
           perform grava-exportacao
           add 1 to ws-indice.
       imprime-semanas.
           move "Projecao Semanal" to 12-titulo
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write

           move zeros to ws-acumulado
           move 1 to ws-indice-semana
           perform imprime-semana
               until ws-indice-semana > 13.
       imprime-semana.
           compute ws-dia-inicial = (ws-indice-semana - 1) * 7 + 1
           end-compute
           compute ws-dia-final = ws-dia-inicial + 6
           end-compute
           move zeros to ws-semana-entradas ws-semana-saidas
           move ws-dia-inicial to ws-indice
           perform soma-semana
               until ws-indice > ws-dia-final

           compute ws-saldo-dia = ws-semana-entradas - ws-semana-saidas
           end-compute
           add ws-saldo-dia to ws-acumulado

           move ws-indice-semana        to ws-periodo-numero
           move fc-data(ws-dia-inicial) to ws-data-edicao
           move ws-edicao-dia           to ws-periodo-de-dd
           move ws-edicao-mes           to ws-periodo-de-mm
           move fc-data(ws-dia-final)   to ws-data-edicao
           move ws-edicao-dia           to ws-periodo-ate-dd
           move ws-edicao-mes           to ws-periodo-ate-mm
           move ws-periodo-semana       to 13-periodo
           move ws-semana-entradas      to 13-entradas
           move ws-semana-saidas        to 13-saidas
           move ws-saldo-dia            to 13-saldo
           move ws-acumulado            to 13-acumulado
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           move "SEMANA"                to ws-exp-tipo
           move fc-data(ws-dia-inicial) to ws-data-edicao
           move ws-edicao-dia           to ws-periodo-dd
           move ws-edicao-mes           to ws-periodo-mm
           move ws-edicao-ano           to ws-periodo-aaaa
           move ws-periodo-dia          to ws-exp-data
           move ws-semana-entradas      to ws-exp-entradas
           move ws-semana-saidas        to ws-exp-saidas
           move ws-saldo-dia            to ws-exp-saldo
           move ws-acumulado            to ws-exp-acumulado
           perform grava-exportacao
           add 1 to ws-indice-semana.
       soma-semana.
           add fc-entradas(ws-indice) to ws-semana-entradas
           add fc-saidas(ws-indice)   to ws-semana-saidas
           add 1 to ws-indice.
       grava-exportacao.
           move spaces to linha-exportacao
           string function trim(ws-exp-tipo)      delimited by size
                  ";"                             delimited by size
                  function trim(ws-exp-data)      delimited by size
                  ";"                             delimited by size
                  function trim(ws-exp-entradas)  delimited by size
                  ";"                             delimited by size
                  function trim(ws-exp-saidas)    delimited by size
                  ";"                             delimited by size
                  function trim(ws-exp-saldo)     delimited by size
                  ";"                             delimited by size
                  function trim(ws-exp-acumulado) delimited by size
                  into linha-exportacao
           end-string
           write linha-exportacao
           add 1 to ws-exportados.

      * Conversao de data em contagem corrida de dias para poder
      * comparar vencimentos e pagamentos com a data de hoje.
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

       avanca-um-dia section.
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

       end program Fluxo-Caixa.
