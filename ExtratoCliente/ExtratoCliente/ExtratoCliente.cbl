       identification division.
       program-id. Extrato-Cliente.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\Select-Contatos.txt".
       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\Select-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\Select-AplicacoesCredito.txt".
       copy "C:\CursoCobol\Copylib\Select-Renegociacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ExtratosCliente.txt".
       copy "C:\CursoCobol\Copylib\Select-Periodo.txt".
       copy "C:\CursoCobol\Copylib\Select-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select documento assign to ws-local-documento
               organization is line sequential.
           select arquivo-sort-extrato assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\FD-Contatos.txt".
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\FD-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\FD-AplicacoesCredito.txt".
       copy "C:\CursoCobol\Copylib\FD-Renegociacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ExtratosCliente.txt".
       copy "C:\CursoCobol\Copylib\FD-Periodo.txt".
       copy "C:\CursoCobol\Copylib\FD-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       fd documento label record omitted.
       01 linha-documento          pic x(132).
      * Grupo 1: titulos que ja estavam em aberto no inicio do mes
      * (saldo anterior do primeiro extrato); grupo 2: movimentos
      * do mes; grupo 3: titulos em aberto hoje.
       sd arquivo-sort-extrato.
       01 registro-sort-extrato.
           03 cliente-sort         pic 9(06).
           03 grupo-sort           pic 9(01).
           03 data-sort            pic 9(08).
           03 tipo-sort            pic x(01).
              88 mov-fatura        value "F".
              88 mov-juros         value "J".
              88 mov-reembolso     value "D".
              88 mov-recebimento   value "R".
              88 mov-nota-credito  value "N".
           03 documento-sort       pic 9(08).
           03 valor-sort           pic 9(11)v99.
           03 recebido-sort        pic 9(11)v99.
           03 historico-sort       pic x(30).

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-enderecos         pic x(02) value spaces.
       01 estado-contatos          pic x(02) value spaces.
       01 estado-faturas           pic x(02) value spaces.
       01 estado-recebimentos      pic x(02) value spaces.
       01 estado-notas-credito     pic x(02) value spaces.
       01 estado-aplicacoes-credito pic x(02) value spaces.
       01 estado-renegociacoes     pic x(02) value spaces.
       01 estado-extratos-cliente  pic x(02) value spaces.
       01 estado-periodo           pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-documento       pic x(70) value spaces.
       01 ws-tem-enderecos         pic x(01) value "N".
          88 enderecos-disponivel  value "S".
       01 ws-tem-contatos          pic x(01) value "N".
          88 contatos-disponivel   value "S".
       01 ws-tem-faturas           pic x(01) value "N".
          88 faturas-disponivel    value "S".
       01 ws-tem-notas             pic x(01) value "N".
          88 notas-disponivel      value "S".
       01 ws-tem-renegociacoes     pic x(01) value "N".
          88 renegociacoes-disponivel value "S".
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-competencia           pic 9(06) value zeros.
       01 filler redefines ws-competencia.
          03 ws-comp-ano           pic 9(04).
          03 ws-comp-mes           pic 9(02).
             88 ws-comp-mes-ok     value 01 thru 12.
       01 ws-competencia-anterior  pic 9(06) value zeros.
       01 filler redefines ws-competencia-anterior.
          03 ws-ant-ano            pic 9(04).
          03 ws-ant-mes            pic 9(02).
       01 ws-inicio-competencia    pic 9(08) value zeros.
       01 ws-cliente-extrato       pic 9(06) value zeros.
       01 ws-cliente-anterior      pic 9(06) value zeros.
       01 ws-saldo-titulo          pic 9(11)v99 value zeros.
       01 ws-titulo-anterior       pic x(01) value "N".
          88 titulo-anterior       value "S".
       01 ws-data-anterior         pic 9(08) value zeros.
       01 ws-valor-anterior        pic 9(11)v99 value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-extratos-emitidos     pic 9(07) value zeros.
       01 ws-extratos-impressos    pic 9(07) value zeros.
       01 ws-emails-enviados       pic 9(07) value zeros.
       01 ws-total-faturado        pic 9(13)v99 value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-primeiro-impresso     pic x(01) value "S".
          88 primeiro-impresso     value "S".
       01 ws-extrato-aberto        pic x(01) value "N".
          88 extrato-aberto        value "S".
       01 ws-resumo-impresso       pic x(01) value "N".
          88 resumo-impresso       value "S".
       01 ws-meio-extrato          pic x(01) value spaces.
          88 meio-email            value "E".
          88 meio-impresso         value "C".
       01 ws-email-cobranca        pic x(40) value spaces.
       01 ws-achou-cobranca        pic x(01) value "N".
          88 achou-contato-cobranca value "S".
       01 ws-funcao-contato        pic x(20) value spaces.
       01 ws-ocorrencias           pic 9(02) value zeros.
       01 ws-linha-extrato         pic x(132) value spaces.
       01 totais-extrato.
          03 tx-titulos-anteriores pic s9(11)v99 value zeros.
          03 tx-saldo-anterior     pic s9(11)v99 value zeros.
          03 tx-saldo              pic s9(11)v99 value zeros.
          03 tx-faturado           pic 9(11)v99 value zeros.
          03 tx-juros              pic 9(11)v99 value zeros.
          03 tx-reembolsos         pic 9(11)v99 value zeros.
          03 tx-recebido           pic 9(11)v99 value zeros.
          03 tx-creditos           pic 9(11)v99 value zeros.
          03 tx-titulos-abertos    pic 9(11)v99 value zeros.
          03 tx-qtd-titulos        pic 9(05) value zeros.
       01 ws-saldo-edit            pic zz.zzz.zzz.zz9,99-.
       01 ws-competencia-edit.
          03 ws-comp-edit-mes      pic 99.
          03 filler                pic x(01) value "/".
          03 ws-comp-edit-ano      pic 9999.
       01 ws-data-edicao           pic 9(08) value zeros.
       01 filler redefines ws-data-edicao.
          03 ws-edicao-ano         pic 9(04).
          03 ws-edicao-mes         pic 9(02).
          03 ws-edicao-dia         pic 9(02).
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).
       copy "C:\CursoCobol\Copylib\CamposNotificacao.cpy".

      * Area do Extrato ------------------------------------------ *
       01 extrato-00.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(36)
                value "Extrato de Conta - Competencia".
         03 00-competencia        pic x(07).
         03 filler                pic x(12) value spaces.
         03 filler                pic x(06) value "Data:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99.
       01 extrato-01.
         03 filler                pic x(05) value spaces.
         03 01-nome               pic x(40).
         03 filler                pic x(09) value "Cliente:".
         03 01-cliente            pic zzzzz9.
       01 extrato-02.
         03 filler                pic x(05) value spaces.
         03 02-endereco           pic x(40).
       01 extrato-03.
         03 filler                pic x(05) value spaces.
         03 03-cidade             pic x(40)bb.
         03 03-uf                 pic x(02).
       01 extrato-04.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(12) value "DATA".
         03 filler                pic x(32) value "HISTORICO".
         03 filler                pic x(10) value "DOCUMENTO".
         03 filler                pic x(18) value "         DEBITO".
         03 filler                pic x(18) value "        CREDITO".
         03 filler                pic x(18) value "          SALDO".
       01 extrato-05.
         03 filler                pic x(05) value spaces.
         03 05-dia                pic 99/.
         03 05-mes                pic 99/.
         03 05-ano                pic 9999bb.
         03 05-historico          pic x(30)bb.
         03 05-documento          pic zzzzzzz9bb.
         03 05-debito             pic zz.zzz.zzz.zz9,99b.
         03 05-credito            pic zz.zzz.zzz.zz9,99b.
         03 05-saldo              pic zz.zzz.zzz.zz9,99-.
       01 extrato-06.
         03 filler                pic x(05) value spaces.
         03 06-descricao          pic x(42).
         03 06-valor              pic zz.zzz.zzz.zz9,99-.
       01 extrato-07.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(28)
                value "Titulos em Aberto em".
         03 07-dia                pic 99/.
         03 07-mes                pic 99/.
         03 07-ano                pic 9999.
       01 extrato-08.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(10) value "PEDIDO".
         03 filler                pic x(08) value "PARC.".
         03 filler                pic x(14) value "VENCIMENTO".
         03 filler                pic x(18) value "          VALOR".
         03 filler                pic x(18) value "       RECEBIDO".
         03 filler                pic x(18) value "          SALDO".
       01 extrato-09.
         03 filler                pic x(05) value spaces.
         03 09-pedido             pic zzzzz9bbbb.
         03 09-parcela            pic z9bbbbbb.
         03 09-dia                pic 99/.
         03 09-mes                pic 99/.
         03 09-ano                pic 9999bbbb.
         03 09-valor              pic zz.zzz.zzz.zz9,99b.
         03 09-recebido           pic zz.zzz.zzz.zz9,99b.
         03 09-saldo              pic zz.zzz.zzz.zz9,99bb.
         03 09-situacao           pic x(07).
       01 extrato-10.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(40)
                value "Departamento Financeiro".

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move "00" to resultado-execucao
           accept ws-data-sistema from date yyyymmdd
           move usuario-corrente to ws-operador
           if ws-operador = spaces
               move "BATCH" to ws-operador
           end-if

      * Na noite os extratos so saem quando o Fechamento-Mensal
      * fechou a competencia no mesmo dia, e saem para todos os
      * clientes que tiveram movimento nela.
           if batch-ativo
               move zeros to per-data-fechamento
               open input periodo
               if estado-periodo = "00"
                   read periodo at end
                       move zeros to per-data-fechamento
                   end-read
               end-if
               close periodo
               if per-data-fechamento not = ws-data-sistema
                   goback
               end-if
               move per-ultima-competencia to ws-competencia
               move zeros                  to ws-cliente-extrato
           end-if.

       abre-arquivos section.
           open input titulos-receber
           if estado-titulos not = "00"
               move "81" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Titulos Com Problema Estado "
                               at 2301 estado-titulos
                   accept resposta at 2380
               end-if
               goback
           end-if

           open input clientes
           if estado-clientes not = "00"
               move "82" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Clientes Com Problema Estado "
                               at 2301 estado-clientes
                   accept resposta at 2380
               end-if
               close titulos-receber
               goback
           end-if

           open i-o extratos-cliente
           if estado-extratos-cliente = "35" or "05"
               close extratos-cliente
               open output extratos-cliente
               close extratos-cliente
               open i-o extratos-cliente
           end-if
           if estado-extratos-cliente not = "00"
               move "83" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Extratos Com Problema Estado "
                               at 2301 estado-extratos-cliente
                   accept resposta at 2380
               end-if
               close titulos-receber clientes
               goback
           end-if

           open input enderecos
           if estado-enderecos = "00"
               move "S" to ws-tem-enderecos
           end-if
           open input contatos
           if estado-contatos = "00"
               move "S" to ws-tem-contatos
           end-if
           open input faturas
           if estado-faturas = "00"
               move "S" to ws-tem-faturas
           end-if
           open input notas-credito
           if estado-notas-credito = "00"
               move "S" to ws-tem-notas
           end-if
           open input renegociacoes
           if estado-renegociacoes = "00"
               move "S" to ws-tem-renegociacoes
           end-if

           if batch-ativo
               perform emite-extratos
               perform fecha-arquivos
               goback
           end-if.

       mostra-opcoes section.
           display erase                                  at 0101
           display "Extrato de Conta do Cliente"          at 0101
           display "01-Extrato de um cliente"             at 0301
           display "02-Extratos dos clientes com movimento"
                                                          at 0401
           display "00-Sair"                              at 0601
           display "Opcao: "                              at 0801
           move zeros to opcao
           accept opcao at 0808

           if opcao = 01
               go extrato-um-cliente
           else
           if opcao = 02
               go extrato-todos
           else
           if opcao = 00
               perform fecha-arquivos
               goback
           else
               go mostra-opcoes
           end-if.

       extrato-um-cliente section.
           display "Cliente: " at 1001
           move zeros to ws-cliente-extrato
           accept ws-cliente-extrato at 1010
           if ws-cliente-extrato = zeros
               go mostra-opcoes
           end-if
           move ws-cliente-extrato to codigo-clientes
           read clientes invalid key
               display "Cliente Nao Cadastrado. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-read
           display nome-clientes at 1018

           perform pede-competencia
           if ws-competencia = zeros
               go mostra-opcoes
           end-if

           perform emite-extratos
           if ws-extratos-emitidos = zeros
               display "Cliente Sem Movimento e Sem Titulos. Enter"
                                      at 2301
           else
               if ws-emails-enviados > zeros
                   display "Extrato Enviado Por E-mail. Enter"
                                      at 2301
               else
                   display "Extrato Gerado Para Impressao. Enter"
                                      at 2301
               end-if
           end-if
           accept resposta at 2380
           go mostra-opcoes.

       extrato-todos section.
           move zeros to ws-cliente-extrato
           perform pede-competencia
           if ws-competencia = zeros
               go mostra-opcoes
           end-if

           display "Confirma os Extratos da Competencia? S/N" at 2301
           accept resposta at 2350
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           perform emite-extratos
           display "Extratos: "  at 2301 ws-extratos-emitidos
           display "E-mails: "   at 2320 ws-emails-enviados
           display "Impressos: " at 2340 ws-extratos-impressos
           accept resposta at 2380
           go mostra-opcoes.

      * Competencia AAAAMM; vazia vale o mes anterior ao corrente.
       pede-competencia section.
           move ws-data-sistema(1:6) to ws-competencia
           if ws-comp-mes = 01
               move 12 to ws-comp-mes
               subtract 1 from ws-comp-ano
           else
               subtract 1 from ws-comp-mes
           end-if
           display "Competencia (AAAAMM): " at 1201
           display ws-competencia           at 1223
           accept ws-competencia            at 1223
           if ws-competencia = zeros
               exit section
           end-if
           if not ws-comp-mes-ok or ws-comp-ano < 2000
               display "Competencia Invalida. Enter" at 2301
               accept resposta at 2380
               move zeros to ws-competencia
               exit section
           end-if
           if ws-competencia > ws-data-sistema(1:6)
               display "Competencia Ainda Nao Iniciada. Enter" at 2301
               accept resposta at 2380
               move zeros to ws-competencia
           end-if.

       fecha-arquivos section.
           close titulos-receber clientes extratos-cliente
           if enderecos-disponivel
               close enderecos
           end-if
           if contatos-disponivel
               close contatos
           end-if
           if faturas-disponivel
               close faturas
           end-if
           if notas-disponivel
               close notas-credito
           end-if
           if renegociacoes-disponivel
               close renegociacoes
           end-if.

      * Extrato por cliente e competencia: saldo anterior, faturas
      * emitidas, juros e multas das renegociacoes, reembolsos de
      * credito, pagamentos recebidos e notas de credito das
      * devolucoes, na ordem das datas, com o saldo linha a linha,
      * e depois os titulos em aberto. O saldo anterior e o saldo
      * final do extrato do mes anterior; no primeiro extrato do
      * cliente vale o saldo dos titulos que estavam em aberto no
      * inicio do mes. Cliente com e-mail de cobranca recebe o
      * extrato em arquivo proprio avisado pelas Notificacoes; sem
      * e-mail o extrato sai no spool de impressao para o correio.
       emite-extratos section.
           move zeros to ws-lidos ws-extratos-emitidos
                         ws-extratos-impressos ws-emails-enviados
                         ws-total-faturado
           move "S" to ws-primeiro-impresso

           move ws-competencia to ws-inicio-competencia(1:6)
           move 01             to ws-inicio-competencia(7:2)
           move ws-competencia to ws-competencia-anterior
           if ws-ant-mes = 01
               move 12 to ws-ant-mes
               subtract 1 from ws-ant-ano
           else
               subtract 1 from ws-ant-mes
           end-if
           move ws-comp-mes to ws-comp-edit-mes
           move ws-comp-ano to ws-comp-edit-ano

           move "Extrato-Cliente"        to ws-spool-programa
           move "Spool-ExtratosClientes" to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date

           sort arquivo-sort-extrato
               on ascending key cliente-sort grupo-sort
                                data-sort tipo-sort documento-sort
               input procedure  is seleciona-movimentos
                              thru seleciona-movimentos-fim
               output procedure is imprime-extratos
                              thru imprime-extratos-fim

           if primeiro-impresso
               move "Nenhum Extrato Para Impressao" to linha-relatorio
               write linha-relatorio
           end-if
           close relatorio

           move "Extrato-Cliente"    to ctr-etapa
           move ws-lidos             to ctr-lidos
           move ws-extratos-emitidos to ctr-gravados
           move zeros                to ctr-rejeitados
           move ws-total-faturado    to ctr-hash-vendas
           perform grava-controle
           go emite-extratos-fim.
      * Titulos: saldo no inicio do mes (grupo 1) e em aberto hoje
      * (grupo 3). O saldo no inicio do mes e o valor do titulo
      * menos o que foi recebido ou compensado antes dele; esses
      * descontos entram no grupo 1 na leitura dos recebimentos e
      * das aplicacoes de credito.
       seleciona-movimentos.
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go seleciona-faturas
           end-start.
       seleciona-titulos-le.
           read titulos-receber next at end
               go seleciona-faturas
           end-read
           if ws-cliente-extrato not = zeros
               and tit-cliente not = ws-cliente-extrato
               go seleciona-titulos-le
           end-if
           add 1 to ws-lidos

           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute

           if titulo-aberto and ws-saldo-titulo > zeros
               move tit-cliente        to cliente-sort
               move 3                  to grupo-sort
               move tit-vencimento     to data-sort
               move spaces             to tipo-sort historico-sort
               compute documento-sort = tit-pedido * 100 + tit-parcela
               end-compute
               move tit-valor          to valor-sort
               move tit-valor-recebido to recebido-sort
               release registro-sort-extrato
           end-if

           perform verifica-titulo-anterior
           if not titulo-anterior or tit-valor = zeros
               go seleciona-titulos-le
           end-if

           move tit-cliente     to cliente-sort
           move 1               to grupo-sort
           move tit-emissao     to data-sort
           move spaces          to tipo-sort historico-sort
           compute documento-sort = tit-pedido * 100 + tit-parcela
           end-compute
           move tit-valor       to valor-sort
           move zeros           to recebido-sort
           release registro-sort-extrato
           go seleciona-titulos-le.
      * Estava em aberto no inicio do mes o titulo emitido antes
      * dele que ainda esta aberto, ou que foi pago, renegociado ou
      * baixado como perda a partir do inicio do mes.
       verifica-titulo-anterior.
           move "N" to ws-titulo-anterior
           if tit-emissao not < ws-inicio-competencia
               exit paragraph
           end-if
           if titulo-pago
               and tit-data-pagamento < ws-inicio-competencia
               exit paragraph
           end-if
           if titulo-perda
               and tit-data-perda < ws-inicio-competencia
               exit paragraph
           end-if
           if titulo-cancelado
               if tit-renegociacao = zeros
                   or not renegociacoes-disponivel
                   exit paragraph
               end-if
               move tit-renegociacao to ren-numero
               read renegociacoes invalid key
                   exit paragraph
               end-read
               if ren-data < ws-inicio-competencia
                   exit paragraph
               end-if
           end-if
           move "S" to ws-titulo-anterior.
      * Recebido ou compensado antes do inicio do mes em titulo que
      * entrou no saldo anterior: desconto no grupo 1.
       desconta-anterior.
           read titulos-receber invalid key
               exit paragraph
           end-read
           perform verifica-titulo-anterior
           if not titulo-anterior
               exit paragraph
           end-if

           move tit-cliente       to cliente-sort
           move 1                 to grupo-sort
           move ws-data-anterior  to data-sort
           move "R"               to tipo-sort
           compute documento-sort = tit-pedido * 100 + tit-parcela
           end-compute
           move ws-valor-anterior to valor-sort
           move zeros             to recebido-sort
           move spaces            to historico-sort
           release registro-sort-extrato.
      * A fatura vale pelo total a pagar: mercadoria, frete e IPI.
       seleciona-faturas.
           if not faturas-disponivel
               go seleciona-recebimentos
           end-if
           move zeros to fat-numero
           start faturas key is >= fat-numero invalid key
               go seleciona-recebimentos
           end-start.
       seleciona-faturas-le.
           read faturas next at end
               go seleciona-recebimentos
           end-read
           if fatura-cancelada
               or fat-data-emissao(1:6) not = ws-competencia
               go seleciona-faturas-le
           end-if
           if ws-cliente-extrato not = zeros
               and fat-cliente not = ws-cliente-extrato
               go seleciona-faturas-le
           end-if
           add 1 to ws-lidos

           move fat-cliente      to cliente-sort
           move 2                to grupo-sort
           move fat-data-emissao to data-sort
           move "F"              to tipo-sort
           move fat-numero       to documento-sort
           compute valor-sort = fat-valor + fat-frete + fat-valor-ipi
           end-compute
           move zeros            to recebido-sort
           move spaces           to historico-sort
           string "Fatura - Pedido " delimited by size
                  fat-pedido         delimited by size
                  into historico-sort
           end-string
           release registro-sort-extrato
           go seleciona-faturas-le.
       seleciona-recebimentos.
           open input recebimentos
           if estado-recebimentos not = "00"
               close recebimentos
               go seleciona-notas
           end-if.
       seleciona-recebimentos-le.
           read recebimentos at end
               close recebimentos
               go seleciona-notas
           end-read
           if ws-cliente-extrato not = zeros
               and rec-cliente not = ws-cliente-extrato
               go seleciona-recebimentos-le
           end-if
           if rec-data < ws-inicio-competencia
               move rec-pedido  to tit-pedido
               move rec-parcela to tit-parcela
               move rec-data    to ws-data-anterior
               move rec-valor   to ws-valor-anterior
               perform desconta-anterior
               go seleciona-recebimentos-le
           end-if
           if rec-data(1:6) not = ws-competencia
               go seleciona-recebimentos-le
           end-if
           add 1 to ws-lidos

           move rec-cliente to cliente-sort
           move 2           to grupo-sort
           move rec-data    to data-sort
           move "R"         to tipo-sort
           compute documento-sort = rec-pedido * 100 + rec-parcela
           end-compute
           move rec-valor   to valor-sort
           move zeros       to recebido-sort
           move spaces      to historico-sort
           string "Pagamento - Titulo " delimited by size
                  rec-pedido            delimited by size
                  "/"                   delimited by size
                  rec-parcela           delimited by size
                  into historico-sort
           end-string
           release registro-sort-extrato
           go seleciona-recebimentos-le.
       seleciona-notas.
           if not notas-disponivel
               go seleciona-reembolsos
           end-if
           move zeros to ncr-numero
           start notas-credito key is >= ncr-numero invalid key
               go seleciona-reembolsos
           end-start.
       seleciona-notas-le.
           read notas-credito next at end
               go seleciona-reembolsos
           end-read
           if ncr-emissao(1:6) not = ws-competencia
               go seleciona-notas-le
           end-if
           if ws-cliente-extrato not = zeros
               and ncr-cliente not = ws-cliente-extrato
               go seleciona-notas-le
           end-if
           add 1 to ws-lidos

           move ncr-cliente to cliente-sort
           move 2           to grupo-sort
           move ncr-emissao to data-sort
           move "N"         to tipo-sort
           move ncr-numero  to documento-sort
           move ncr-valor   to valor-sort
           move zeros       to recebido-sort
           move spaces      to historico-sort
           string "Nota Credito - Devol. " delimited by size
                  ncr-devolucao            delimited by size
                  into historico-sort
           end-string
           release registro-sort-extrato
           go seleciona-notas-le.
      * Credito aplicado em titulo nao muda o saldo (a nota ja foi
      * creditada); so o reembolso em dinheiro volta como debito.
       seleciona-reembolsos.
           open input aplicacoes-credito
           if estado-aplicacoes-credito not = "00"
               close aplicacoes-credito
               go seleciona-renegociacoes
           end-if.
       seleciona-reembolsos-le.
           read aplicacoes-credito at end
               close aplicacoes-credito
               go seleciona-renegociacoes
           end-read
           if ws-cliente-extrato not = zeros
               and apc-cliente not = ws-cliente-extrato
               go seleciona-reembolsos-le
           end-if
           if aplicacao-titulo
               and apc-data < ws-inicio-competencia
               move apc-pedido  to tit-pedido
               move apc-parcela to tit-parcela
               move apc-data    to ws-data-anterior
               move apc-valor   to ws-valor-anterior
               perform desconta-anterior
               go seleciona-reembolsos-le
           end-if
           if not aplicacao-reembolso
               or apc-data(1:6) not = ws-competencia
               go seleciona-reembolsos-le
           end-if
           add 1 to ws-lidos

           move apc-cliente to cliente-sort
           move 2           to grupo-sort
           move apc-data    to data-sort
           move "D"         to tipo-sort
           move apc-nota    to documento-sort
           move apc-valor   to valor-sort
           move zeros       to recebido-sort
           move "Reembolso de Credito" to historico-sort
           release registro-sort-extrato
           go seleciona-reembolsos-le.
      * Na renegociacao o saldo dos titulos originais passa para as
      * novas parcelas; o que aumenta a divida sao juros e multa.
       seleciona-renegociacoes.
           if not renegociacoes-disponivel
               go seleciona-movimentos-fim
           end-if
           move zeros to ren-numero
           start renegociacoes key is >= ren-numero invalid key
               go seleciona-movimentos-fim
           end-start.
       seleciona-renegociacoes-le.
           read renegociacoes next at end
               go seleciona-movimentos-fim
           end-read
           if ren-data(1:6) not = ws-competencia
               go seleciona-renegociacoes-le
           end-if
           if ws-cliente-extrato not = zeros
               and ren-cliente not = ws-cliente-extrato
               go seleciona-renegociacoes-le
           end-if
           if ren-juros + ren-multa = zeros
               go seleciona-renegociacoes-le
           end-if
           add 1 to ws-lidos

           move ren-cliente to cliente-sort
           move 2           to grupo-sort
           move ren-data    to data-sort
           move "J"         to tipo-sort
           move ren-numero  to documento-sort
           compute valor-sort = ren-juros + ren-multa
           end-compute
           move zeros       to recebido-sort
           move "Juros e Multa - Renegociacao" to historico-sort
           release registro-sort-extrato
           go seleciona-renegociacoes-le.
       seleciona-movimentos-fim.
           exit.
      * Sai extrato para o cliente com movimento no mes; pedido
      * para um cliente so, sai mesmo sem movimento.
       imprime-extratos.
           move "N" to situacao-quebra.
       imprime-extratos-le.
           return arquivo-sort-extrato at end
               go imprime-extratos-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move cliente-sort to ws-cliente-anterior
               perform inicia-cliente
           end-if

           if cliente-sort not = ws-cliente-anterior
               perform encerra-cliente
               move cliente-sort to ws-cliente-anterior
               perform inicia-cliente
           end-if

           if grupo-sort = 1
               if mov-recebimento
                   subtract valor-sort from tx-titulos-anteriores
               else
                   add valor-sort to tx-titulos-anteriores
               end-if
               go imprime-extratos-le
           end-if

           if grupo-sort = 2
               if not extrato-aberto
                   perform abre-extrato
               end-if
               perform imprime-movimento
               go imprime-extratos-le
           end-if

           if not extrato-aberto and ws-cliente-extrato not = zeros
               perform abre-extrato
           end-if
           if extrato-aberto
               if not resumo-impresso
                   perform imprime-resumo
               end-if
               perform imprime-titulo-aberto
           end-if
           go imprime-extratos-le.
       imprime-extratos-encerra.
           if not primeira-leitura
               perform encerra-cliente
           end-if.
       imprime-extratos-fim.
           exit.
       inicia-cliente.
           initialize totais-extrato
           move "N" to ws-extrato-aberto ws-resumo-impresso.
       encerra-cliente.
           if not extrato-aberto and ws-cliente-extrato not = zeros
               perform abre-extrato
           end-if
           if not extrato-aberto
               exit paragraph
           end-if
           if not resumo-impresso
               perform imprime-resumo
           end-if
           perform fecha-extrato.
       abre-extrato.
           move "S" to ws-extrato-aberto

           move ws-cliente-anterior to codigo-clientes
           read clientes invalid key
               move "Cliente Nao Cadastrado" to nome-clientes
               move spaces to endereco-clientes cidade-clientes
                              uf-clientes
           end-read

           move ws-cliente-anterior     to ext-cliente
           move ws-competencia-anterior to ext-competencia
           read extratos-cliente
               invalid key
                   move tx-titulos-anteriores to tx-saldo-anterior
               not invalid key
                   move ext-saldo-final       to tx-saldo-anterior
           end-read
           move tx-saldo-anterior to tx-saldo

           perform busca-contato-cobranca
              thru busca-contato-cobranca-fim
           if ws-email-cobranca not = spaces
               move "E" to ws-meio-extrato
               move spaces to ws-local-documento
               string function trim(diretorio-relatorios)
                                        delimited by size
                      "\Extrato-"       delimited by size
                      ws-cliente-anterior
                                        delimited by size
                      "-"               delimited by size
                      ws-competencia    delimited by size
                      ".txt"            delimited by size
                      into ws-local-documento
               end-string
               open output documento
           else
               move "C" to ws-meio-extrato
               if primeiro-impresso
                   move "N" to ws-primeiro-impresso
                   move spaces to linha-relatorio
                   write linha-relatorio
               else
                   move spaces to linha-relatorio
                   write linha-relatorio after advancing page
               end-if
           end-if

      * O extrato vai para o endereco de cobranca do cadastro de
      * enderecos; sem cobranca cadastrada, vale o do cliente.
           move endereco-clientes to 02-endereco
           move cidade-clientes   to 03-cidade
           move uf-clientes       to 03-uf
           if enderecos-disponivel
               move ws-cliente-anterior to end-cliente
               move "C"                 to end-tipo
               move 01                  to end-sequencia
               read enderecos
                   invalid key
                       continue
                   not invalid key
                       move end-endereco to 02-endereco
                       move end-cidade   to 03-cidade
                       move end-uf       to 03-uf
               end-read
           end-if

           move ws-competencia-edit to 00-competencia
           move ws-dia              to 00-dia
           move ws-mes              to 00-mes
           move ws-ano              to 00-ano
           move nome-clientes       to 01-nome
           move ws-cliente-anterior to 01-cliente

           move extrato-00 to ws-linha-extrato
           perform escreve-linha
           move spaces     to ws-linha-extrato
           perform escreve-linha
           move extrato-01 to ws-linha-extrato
           perform escreve-linha
           move extrato-02 to ws-linha-extrato
           perform escreve-linha
           move extrato-03 to ws-linha-extrato
           perform escreve-linha
           move spaces     to ws-linha-extrato
           perform escreve-linha
           move extrato-04 to ws-linha-extrato
           perform escreve-linha

           move spaces to extrato-05
           move ws-inicio-competencia to ws-data-edicao
           move ws-edicao-dia     to 05-dia
           move ws-edicao-mes     to 05-mes
           move ws-edicao-ano     to 05-ano
           move "Saldo Anterior"  to 05-historico
           move tx-saldo-anterior to 05-saldo
           move extrato-05 to ws-linha-extrato
           perform escreve-linha.
       imprime-movimento.
           move spaces to extrato-05
           move data-sort to ws-data-edicao
           move ws-edicao-dia  to 05-dia
           move ws-edicao-mes  to 05-mes
           move ws-edicao-ano  to 05-ano
           move historico-sort to 05-historico
           move documento-sort to 05-documento

           evaluate true
               when mov-fatura
                   add valor-sort to tx-faturado ws-total-faturado
                   add valor-sort to tx-saldo
                   move valor-sort to 05-debito
               when mov-juros
                   add valor-sort to tx-juros
                   add valor-sort to tx-saldo
                   move valor-sort to 05-debito
               when mov-reembolso
                   add valor-sort to tx-reembolsos
                   add valor-sort to tx-saldo
                   move valor-sort to 05-debito
               when mov-recebimento
                   add valor-sort to tx-recebido
                   subtract valor-sort from tx-saldo
                   move valor-sort to 05-credito
               when mov-nota-credito
                   add valor-sort to tx-creditos
                   subtract valor-sort from tx-saldo
                   move valor-sort to 05-credito
           end-evaluate
           move tx-saldo to 05-saldo
           move extrato-05 to ws-linha-extrato
           perform escreve-linha.
       imprime-resumo.
           move "S" to ws-resumo-impresso
           move spaces to ws-linha-extrato
           perform escreve-linha

           move "Saldo Anterior" to 06-descricao
           move tx-saldo-anterior to 06-valor
           move extrato-06 to ws-linha-extrato
           perform escreve-linha
           move "(+) Faturas Emitidas" to 06-descricao
           move tx-faturado to 06-valor
           move extrato-06 to ws-linha-extrato
           perform escreve-linha
           move "(+) Juros e Multas" to 06-descricao
           move tx-juros to 06-valor
           move extrato-06 to ws-linha-extrato
           perform escreve-linha
           move "(+) Reembolsos de Credito" to 06-descricao
           move tx-reembolsos to 06-valor
           move extrato-06 to ws-linha-extrato
           perform escreve-linha
           move "(-) Pagamentos Recebidos" to 06-descricao
           move tx-recebido to 06-valor
           move extrato-06 to ws-linha-extrato
           perform escreve-linha
           move "(-) Notas de Credito (Devolucoes)" to 06-descricao
           move tx-creditos to 06-valor
           move extrato-06 to ws-linha-extrato
           perform escreve-linha
           move "(=) Saldo Final" to 06-descricao
           move tx-saldo to 06-valor
           move extrato-06 to ws-linha-extrato
           perform escreve-linha

           move spaces to ws-linha-extrato
           perform escreve-linha
           move ws-data-sistema to ws-data-edicao
           move ws-edicao-dia to 07-dia
           move ws-edicao-mes to 07-mes
           move ws-edicao-ano to 07-ano
           move extrato-07 to ws-linha-extrato
           perform escreve-linha
           move extrato-08 to ws-linha-extrato
           perform escreve-linha.
       imprime-titulo-aberto.
           divide documento-sort by 100 giving 09-pedido
           move documento-sort(7:2) to 09-parcela
           move data-sort      to ws-data-edicao
           move ws-edicao-dia  to 09-dia
           move ws-edicao-mes  to 09-mes
           move ws-edicao-ano  to 09-ano
           move valor-sort     to 09-valor
           move recebido-sort  to 09-recebido
           compute ws-saldo-titulo = valor-sort - recebido-sort
           end-compute
           move ws-saldo-titulo to 09-saldo
           if data-sort < ws-data-sistema
               move "VENCIDO" to 09-situacao
           else
               move spaces    to 09-situacao
           end-if
           add ws-saldo-titulo to tx-titulos-abertos
           add 1               to tx-qtd-titulos
           move extrato-09 to ws-linha-extrato
           perform escreve-linha.
       fecha-extrato.
           if tx-qtd-titulos = zeros
               move spaces to extrato-06
               move "Nenhum Titulo em Aberto" to 06-descricao
               move extrato-06 to ws-linha-extrato
               perform escreve-linha
           else
               move "Total em Aberto" to 06-descricao
               move tx-titulos-abertos to 06-valor
               move spaces to ws-linha-extrato
               perform escreve-linha
               move extrato-06 to ws-linha-extrato
               perform escreve-linha
           end-if
           move spaces     to ws-linha-extrato
           perform escreve-linha
           perform escreve-linha
           move extrato-10 to ws-linha-extrato
           perform escreve-linha

           if meio-email
               close documento
               move tx-saldo to ws-saldo-edit
               move ws-email-cobranca to not-destino
               move spaces to not-assunto
               string "Extrato de Conta - " delimited by size
                      ws-competencia-edit   delimited by size
                      into not-assunto
               end-string
               move spaces to not-corpo
               string "Extrato do cliente "  delimited by size
                      ws-cliente-anterior    delimited by size
                      ". Saldo final:"       delimited by size
                      ws-saldo-edit          delimited by size
                      ". Arquivo: "          delimited by size
                      ws-local-documento     delimited by "  "
                      into not-corpo
               end-string
               move "Extrato-Cliente" to not-origem
               perform grava-notificacao
               add 1 to ws-emails-enviados
           else
               add 1 to ws-extratos-impressos
           end-if
           add 1 to ws-extratos-emitidos

      * Reemissao do mesmo mes regrava o extrato: o saldo anterior
      * continua vindo do mes anterior.
           move ws-cliente-anterior   to ext-cliente
           move ws-competencia        to ext-competencia
           move tx-saldo-anterior     to ext-saldo-anterior
           move tx-faturado           to ext-faturado
           move tx-juros              to ext-juros
           move tx-reembolsos         to ext-reembolsos
           move tx-recebido           to ext-recebido
           move tx-creditos           to ext-creditos
           move tx-saldo              to ext-saldo-final
           move tx-titulos-abertos    to ext-titulos-abertos
           move ws-meio-extrato       to ext-meio
           move ws-email-cobranca     to ext-destino
           move ws-data-sistema       to ext-data-emissao
           move ws-operador           to ext-operador
           write registro-extratos-cliente invalid key
               rewrite registro-extratos-cliente invalid key
                   continue
               end-rewrite
           end-write.
       escreve-linha.
           if meio-email
               write linha-documento from ws-linha-extrato
           else
               write linha-relatorio from ws-linha-extrato
           end-if.

      * O contato de cobranca e o de funcao Cobranca ou Financeiro
      * com e-mail; sem ele, vale o primeiro contato com e-mail.
       busca-contato-cobranca.
           move spaces to ws-email-cobranca
           move "N"    to ws-achou-cobranca
           if not contatos-disponivel
               go busca-contato-cobranca-fim
           end-if
           move ws-cliente-anterior to con-cliente
           move zeros               to con-sequencia
           start contatos key is >= chave-contatos invalid key
               go busca-contato-cobranca-fim
           end-start.
       busca-contato-cobranca-le.
           read contatos next at end
               go busca-contato-cobranca-fim
           end-read
           if con-cliente not = ws-cliente-anterior
               go busca-contato-cobranca-fim
           end-if
           if con-email = spaces
               go busca-contato-cobranca-le
           end-if
           if ws-email-cobranca = spaces
               move con-email to ws-email-cobranca
           end-if

           move con-funcao to ws-funcao-contato
           inspect ws-funcao-contato converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move zeros to ws-ocorrencias
           inspect ws-funcao-contato tallying ws-ocorrencias
                   for all "COBRANCA" all "FINANCEIRO"
           if ws-ocorrencias > zeros
               move con-email to ws-email-cobranca
               move "S"       to ws-achou-cobranca
               go busca-contato-cobranca-fim
           end-if
           go busca-contato-cobranca-le.
       busca-contato-cobranca-fim.
           exit.
       emite-extratos-fim.
           exit.

       copy "C:\CursoCobol\Copylib\GravaNotificacao.cpy".

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Extrato-Cliente.
