       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\Select-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\Select-AplicacoesCredito.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\Select-Moedas.txt".
       copy "C:\CursoCobol\Copylib\Select-HistoricoMoedas.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-creditos assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\FD-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\FD-AplicacoesCredito.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\FD-Moedas.txt".
       copy "C:\CursoCobol\Copylib\FD-HistoricoMoedas.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-creditos.
       01 registro-sort-creditos.
           03 cliente-sort         pic 9(06).
           03 nota-sort            pic 9(06).
           03 devolucao-sort       pic 9(06).
           03 emissao-sort         pic 9(08).
           03 valor-sort           pic 9(09)v99.
           03 usado-sort           pic 9(09)v99.
           03 saldo-sort           pic 9(09)v99.

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-recebimentos      pic x(02) value spaces.
       01 estado-notas-credito     pic x(02) value spaces.
       01 estado-aplicacoes-credito pic x(02) value spaces.
       01 ws-nota                  pic 9(06) value zeros.
       01 ws-saldo-nota            pic 9(09)v99 value zeros.
       01 ws-valor-credito         pic 9(09)v99 value zeros.
       01 ws-cliente-anterior      pic 9(06) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-saldo-cliente         pic 9(11)v99 value zeros.
       01 ws-notas-cliente         pic 9(05) value zeros.
       01 ws-saldo-geral           pic 9(11)v99 value zeros.
       01 ws-notas-geral           pic 9(05) value zeros.
       01 ws-data-ddmmaaaa         pic 9(08) value zeros.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-parcela               pic 9(02) value zeros.
       01 ws-valor-baixa           pic 9(09)v99 value zeros.
       01 ws-saldo-titulo          pic 9(09)v99 value zeros.
       01 ws-saldo-moeda           pic 9(09)v99 value zeros.
       01 ws-valor-moeda           pic 9(09)v99 value zeros.
       01 ws-valor-contabil        pic 9(09)v99 value zeros.
       01 ws-variacao-cambial      pic s9(09)v99 value zeros.
       01 ws-variacao-edit         pic -zzz.zzz.zz9,99.
       01 ws-data-caixa            pic 9(08) value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 linha                    pic 99    value zeros.
         03 filler                pic x(10) value "TOTAL".
         03 15-quantidade         pic zz.zz9bbbbbb.
         03 15-valor              pic zzz.zzz.zz9,99.
       01 linha-06.
         03 filler                pic x(40)
                value "Saldos de Notas de Credito por Cliente".
         03 filler                pic x(14) value "Data Emissao:".
         03 06-dia                pic 99/.
         03 06-mes                pic 99/.
         03 06-ano                pic 99/.
       01 linha-07.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(10) value "NOTA".
         03 filler                pic x(10) value "DEVOLUCAO".
         03 filler                pic x(12) value "EMISSAO".
         03 filler                pic x(16) value "VALOR".
         03 filler                pic x(18) value "APLIC./REEMB.".
         03 filler                pic x(14) value "SALDO".
       01 linha-08.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "Cliente:".
         03 18-cliente            pic zzzzz9bb.
         03 18-nome               pic x(40).
       01 linha-09.
         03 filler                pic x(05) value spaces.
         03 19-nota               pic zzzzz9bbbb.
         03 19-devolucao          pic zzzzz9bbbb.
         03 19-emissao            pic 99/99/9999bb.
         03 19-valor              pic zzz.zzz.zz9,99bb.
         03 19-usado              pic zzz.zzz.zz9,99bbbb.
         03 19-saldo              pic zzz.zzz.zz9,99.
       01 linha-10.
         03 filler                pic x(05) value spaces.
         03 20-titulo             pic x(20).
         03 20-notas              pic zz.zz9.
         03 filler                pic x(39) value " notas".
         03 20-saldo              pic z.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposCambio.cpy".
       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".
               accept resposta at 2380
               close titulos-receber
               goback
           end-if

           open i-o notas-credito
           if estado-notas-credito = "35" or "05"
               close notas-credito
               open output notas-credito
               close notas-credito
               open i-o notas-credito
           end-if.
       pede-operador section.
           if usuario-corrente not = spaces
           display "01-Listar Titulos Abertos"       at 0301
           display "02-Baixar Pagamento"             at 0401
           display "03-Relatorio Recebimentos do Dia" at 0501
           display "04-Aplicar Nota de Credito"      at 0601
           display "05-Reembolsar Nota de Credito"   at 0701
           display "06-Saldos de Credito por Cliente" at 0801
           display "00-Sair"                         at 1001
           display "Opcao: "                         at 1201
           accept opcao at 1208

           if opcao = 01
               go lista-abertos
           if opcao = 03
               go relatorio-caixa
           else
           if opcao = 04
               go aplica-nota-credito
           else
           if opcao = 05
               go reembolsa-nota-credito
           else
           if opcao = 06
               go relatorio-creditos
           else
           if opcao = 00
               close titulos-receber clientes notas-credito
               goback
           else
               go mostra-opcoes
               unlock titulos-receber
               go mostra-opcoes
           end-if
           if titulo-perda
               display "Titulo Baixado Como Perda: Registre Como "
                       "Recuperacao." at 2301
               accept resposta at 2380
               unlock titulos-receber
               go mostra-opcoes
           end-if
           if titulo-cancelado and tit-renegociacao not = zeros
               display "Titulo Renegociado, Baixe as Parcelas da "
                       "Renegociacao " at 2301 tit-renegociacao
               accept resposta at 2380
               unlock titulos-receber
               go mostra-opcoes
           end-if
           if titulo-cancelado
               display "Titulo Cancelado, Nao Recebe Baixa." at 2301
               accept resposta at 2380
           display "Valor do Titulo..: " at 0801 tit-valor
           display "Saldo em Aberto..: " at 0901 ws-saldo-titulo

           if tit-moeda not = spaces
               perform baixa-moeda-estrangeira
                   thru baixa-moeda-estrangeira-fim
               go mostra-opcoes
           end-if

           display "Valor Recebido...: " at 1101
           move zeros to ws-valor-baixa
           accept ws-valor-baixa at 1121
           move tit-cliente    to rec-cliente
           move ws-valor-baixa to rec-valor
           move ws-operador    to rec-operador
           move spaces         to rec-moeda
           move zeros          to rec-valor-moeda rec-taxa
                                  rec-variacao-cambial
           perform grava-recebimento

           if titulo-pago
           end-if
           accept resposta at 2380
           go mostra-opcoes.
      * Titulo em moeda estrangeira: o cliente paga na moeda do
      * titulo e o caixa recebe em reais pela taxa do dia. O saldo
      * em reais baixa pela taxa da emissao; a diferenca entre o que
      * entrou no caixa e o que saiu do contas a receber e a
      * variacao cambial (positiva ganho, negativa perda).
       baixa-moeda-estrangeira.
           compute ws-saldo-moeda = tit-valor-moeda - tit-recebido-moeda
           end-compute
           display "Saldo em " at 1001 tit-moeda
           display ": " at 1013 ws-saldo-moeda

           move codigo-pais-clientes to ws-cmb-pais
           accept ws-cmb-data from date yyyymmdd
           perform busca-taxa-cambio
           if not ws-cmb-estrangeira
               move tit-taxa-emissao to ws-cmb-taxa
           end-if
           if ws-cmb-taxa = zeros or tit-taxa-emissao = zeros
               display "Taxa de Cambio Nao Cadastrada" at 2301
               accept resposta at 2380
               unlock titulos-receber
               go baixa-moeda-estrangeira-fim
           end-if
           display "Taxa Emissao/Dia.: " at 1101 tit-taxa-emissao
           display ws-cmb-taxa at 1135

           display "Valor Recebido em " at 1201 tit-moeda
           display ": " at 1222
           move zeros to ws-valor-moeda
           accept ws-valor-moeda at 1224
           if ws-valor-moeda = zeros
               unlock titulos-receber
               go baixa-moeda-estrangeira-fim
           end-if
           if ws-valor-moeda > ws-saldo-moeda
               display "Valor Maior Que o Saldo em Aberto." at 2301
               accept resposta at 2380
               unlock titulos-receber
               go baixa-moeda-estrangeira-fim
           end-if

           compute ws-valor-baixa rounded = ws-valor-moeda * ws-cmb-taxa
           end-compute
           if ws-valor-moeda = ws-saldo-moeda
               move ws-saldo-titulo to ws-valor-contabil
           else
               compute ws-valor-contabil rounded =
                       ws-valor-moeda * tit-taxa-emissao
               end-compute
               if ws-valor-contabil > ws-saldo-titulo
                   move ws-saldo-titulo to ws-valor-contabil
               end-if
           end-if
           compute ws-variacao-cambial =
                   ws-valor-baixa - ws-valor-contabil
           end-compute
           move ws-variacao-cambial to ws-variacao-edit
           display "Recebido em Reais: " at 1401 ws-valor-baixa
           display "Variacao Cambial.: " at 1501 ws-variacao-edit

           display "Confirma o Recebimento? Sim ou Nao?" at 2301
           accept resposta at 2338
           if resposta not = "S" and "s"
               unlock titulos-receber
               go baixa-moeda-estrangeira-fim
           end-if

           add ws-valor-moeda      to tit-recebido-moeda
           add ws-valor-contabil   to tit-valor-recebido
           add ws-variacao-cambial to tit-variacao-cambial
           move ws-cmb-taxa        to tit-taxa-pagamento
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to tit-data-pagamento
           move ws-operador     to tit-operador-pagamento
           if tit-recebido-moeda >= tit-valor-moeda
               move "G" to tit-status
           end-if

           rewrite registro-titulos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-titulos
               accept resposta at 2380
           end-rewrite

           unlock titulos-receber

           move tit-pedido          to rec-pedido
           move tit-parcela         to rec-parcela
           move tit-cliente         to rec-cliente
           move ws-valor-baixa      to rec-valor
           move ws-operador         to rec-operador
           move tit-moeda           to rec-moeda
           move ws-valor-moeda      to rec-valor-moeda
           move ws-cmb-taxa         to rec-taxa
           move ws-variacao-cambial to rec-variacao-cambial
           perform grava-recebimento

           if titulo-pago
               display "Titulo Liquidado. Enter" at 2301
           else
               display "Baixa Parcial Registrada. Enter" at 2301
           end-if
           accept resposta at 2380.
       baixa-moeda-estrangeira-fim.
           exit.
       relatorio-caixa section.
           accept ws-data-sistema from date yyyymmdd
           display erase at 0101
           accept resposta at 2350
           go mostra-opcoes.

      * A nota de credito da devolucao abate o saldo de um titulo
      * em aberto do mesmo cliente; a nota pode ser usada em partes,
      * ate zerar. A aplicacao nao e dinheiro em caixa: fica fora
      * dos recebimentos e vai para o registro de aplicacoes.
       aplica-nota-credito section.
           display erase at 0101
           display "Aplicacao de Nota de Credito" at 0101
           perform pede-nota-credito thru pede-nota-credito-fim
           if ws-nota = zeros
               go mostra-opcoes
           end-if

           display "Pedido do Titulo...: " at 0801
           display "Parcela............: " at 0901
           move zeros to ws-pedido ws-parcela
           accept ws-pedido at 0822
           if ws-pedido = zeros
               unlock notas-credito
               go mostra-opcoes
           end-if
           accept ws-parcela at 0922

           move ws-pedido  to tit-pedido
           move ws-parcela to tit-parcela
           read titulos-receber with lock invalid key
               display "Titulo Nao Encontrado. Enter" at 2301
               accept resposta at 2380
               unlock notas-credito
               go aplica-nota-credito
           end-read
           if not titulo-aberto
               display "Titulo Nao Esta em Aberto. Enter" at 2301
               accept resposta at 2380
               unlock titulos-receber
               unlock notas-credito
               go aplica-nota-credito
           end-if
           if tit-cliente not = ncr-cliente
               display "Titulo de Outro Cliente, verifique." at 2301
               accept resposta at 2380
               unlock titulos-receber
               unlock notas-credito
               go aplica-nota-credito
           end-if
      * Titulo em moeda sem taxa da emissao: o credito aplicado nao
      * tem como ser convertido para a moeda do titulo.
           if tit-moeda not = spaces and tit-taxa-emissao = zeros
               display "Taxa de Cambio Nao Cadastrada" at 2301
               accept resposta at 2380
               unlock titulos-receber
               unlock notas-credito
               go mostra-opcoes
           end-if

           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute
           display "Vencimento: " at 1001 tit-vencimento
           display "Saldo do Titulo....: " at 1101 ws-saldo-titulo

           move ws-saldo-nota to ws-valor-credito
           if ws-valor-credito > ws-saldo-titulo
               move ws-saldo-titulo to ws-valor-credito
           end-if
           display "Valor a Aplicar....: " at 1301
           display ws-valor-credito at 1322
           accept ws-valor-credito  at 1322
           if ws-valor-credito = zeros
               unlock titulos-receber
               unlock notas-credito
               go mostra-opcoes
           end-if
           if ws-valor-credito > ws-saldo-titulo
               or ws-valor-credito > ws-saldo-nota
               display "Valor Maior Que o Saldo da Nota ou do Titulo."
                                      at 2301
               accept resposta at 2380
               unlock titulos-receber
               unlock notas-credito
               go aplica-nota-credito
           end-if

           display "Confirma a Aplicacao? Sim ou Nao?" at 2301
           accept resposta at 2336
           if resposta not = "S" and "s"
               unlock titulos-receber
               unlock notas-credito
               go mostra-opcoes
           end-if

           accept ws-data-sistema from date yyyymmdd
           add ws-valor-credito to tit-valor-recebido
           if tit-moeda not = spaces
               if tit-valor-recebido >= tit-valor
                   move tit-valor-moeda to tit-recebido-moeda
               else
                   compute tit-recebido-moeda rounded =
                           tit-recebido-moeda
                         + ws-valor-credito / tit-taxa-emissao
                   end-compute
               end-if
           end-if
           move ws-data-sistema to tit-data-pagamento
           move ws-operador     to tit-operador-pagamento
           if tit-valor-recebido >= tit-valor
               move "G" to tit-status
           end-if
           rewrite registro-titulos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-titulos
               accept resposta at 2380
               unlock titulos-receber
               unlock notas-credito
               go mostra-opcoes
           end-rewrite
           unlock titulos-receber

           add ws-valor-credito to ncr-valor-aplicado
           perform atualiza-nota-credito

           move "A"              to apc-tipo
           move tit-pedido       to apc-pedido
           move tit-parcela      to apc-parcela
           perform registra-aplicacao

           display "Nota Aplicada. Saldo da Nota: " at 2301
                       ws-saldo-nota
           accept resposta at 2380
           go mostra-opcoes.
      * Reembolso em dinheiro do saldo da nota ao cliente.
       reembolsa-nota-credito section.
           display erase at 0101
           display "Reembolso de Nota de Credito" at 0101
           perform pede-nota-credito thru pede-nota-credito-fim
           if ws-nota = zeros
               go mostra-opcoes
           end-if

           move ws-saldo-nota to ws-valor-credito
           display "Valor a Reembolsar.: " at 0801
           display ws-valor-credito at 0822
           accept ws-valor-credito  at 0822
           if ws-valor-credito = zeros
               unlock notas-credito
               go mostra-opcoes
           end-if
           if ws-valor-credito > ws-saldo-nota
               display "Valor Maior Que o Saldo da Nota." at 2301
               accept resposta at 2380
               unlock notas-credito
               go reembolsa-nota-credito
           end-if

           display "Confirma o Reembolso? Sim ou Nao?" at 2301
           accept resposta at 2336
           if resposta not = "S" and "s"
               unlock notas-credito
               go mostra-opcoes
           end-if

           accept ws-data-sistema from date yyyymmdd
           add ws-valor-credito to ncr-valor-reembolsado
           perform atualiza-nota-credito

           move "R"   to apc-tipo
           move zeros to apc-pedido apc-parcela
           perform registra-aplicacao

           display "Reembolso Registrado. Saldo da Nota: " at 2301
                       ws-saldo-nota
           accept resposta at 2380
           go mostra-opcoes.
      * Le a nota com bloqueio e mostra o saldo; nota zerada nao
      * serve mais. Devolve ws-nota zero quando o operador desiste.
       pede-nota-credito section.
           display "Nota de Credito....: " at 0301
           move zeros to ws-nota
           accept ws-nota at 0322
           if ws-nota = zeros
               go pede-nota-credito-fim
           end-if

           move ws-nota to ncr-numero
           read notas-credito with lock invalid key
               display "Nota de Credito Nao Encontrada." at 2301
               accept resposta at 2380
               display spaces at 2301
               go pede-nota-credito
           end-read
           compute ws-saldo-nota = ncr-valor - ncr-valor-aplicado
                 - ncr-valor-reembolsado
           end-compute
           if nota-credito-liquidada or ws-saldo-nota = zeros
               display "Nota de Credito Sem Saldo." at 2301
               accept resposta at 2380
               display spaces at 2301
               unlock notas-credito
               go pede-nota-credito
           end-if

           move ncr-cliente to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes
           end-read
           display "Cliente: " at 0401 ncr-cliente
           display nome-clientes at 0418
           display "Devolucao: " at 0501 ncr-devolucao
           display "Valor da Nota......: " at 0601 ncr-valor
           display "Saldo da Nota......: " at 0701 ws-saldo-nota.
       pede-nota-credito-fim.
           exit.
       atualiza-nota-credito section.
           compute ws-saldo-nota = ncr-valor - ncr-valor-aplicado
                 - ncr-valor-reembolsado
           end-compute
           if ws-saldo-nota = zeros
               move "L" to ncr-status
           end-if
           move ws-data-sistema to ncr-data-alteracao
           move ws-operador     to ncr-operador
           rewrite registro-notas-credito invalid key
               display "ReGravacao da Nota com Problema, Estado "
                                      at 2301 estado-notas-credito
               accept resposta at 2380
           end-rewrite
           unlock notas-credito.
       registra-aplicacao section.
           move ncr-numero       to apc-nota
           move ncr-cliente      to apc-cliente
           move ws-valor-credito to apc-valor
           move ws-operador      to apc-operador
           perform grava-aplicacao-credito.
      * Credito ainda nao usado, por cliente: o saldo de cada nota
      * em aberto e o total que a empresa deve aos clientes.
       relatorio-creditos section.
           move "Baixa-Titulos"   to ws-spool-programa
           move "Spool-Creditos"  to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 06-dia
           move ws-mes to 06-mes
           move ws-ano to 06-ano

           move spaces to linha-relatorio
           write linha-relatorio
           perform relatorio-creditos-cabecalho

           sort arquivo-sort-creditos
               on ascending key cliente-sort nota-sort
               input procedure  is carrega-creditos
                              thru carrega-creditos-fim
               output procedure is imprime-creditos
                              thru imprime-creditos-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Creditos Gerado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
       relatorio-creditos-cabecalho.
           write linha-relatorio from linha-06
           write linha-relatorio from linha-07.
       carrega-creditos.
           move zeros to ncr-numero
           start notas-credito key is >= ncr-numero invalid key
               go carrega-creditos-fim
           end-start.
       carrega-creditos-le.
           read notas-credito next at end
               go carrega-creditos-fim
           end-read
           if not nota-credito-aberta
               go carrega-creditos-le
           end-if
           compute saldo-sort = ncr-valor - ncr-valor-aplicado
                 - ncr-valor-reembolsado
           end-compute
           if saldo-sort = zeros
               go carrega-creditos-le
           end-if

           move ncr-cliente   to cliente-sort
           move ncr-numero    to nota-sort
           move ncr-devolucao to devolucao-sort
           move ncr-emissao   to emissao-sort
           move ncr-valor     to valor-sort
           compute usado-sort = ncr-valor-aplicado
                 + ncr-valor-reembolsado
           end-compute
           release registro-sort-creditos
           go carrega-creditos-le.
       carrega-creditos-fim.
           exit.
       imprime-creditos.
           move "N" to situacao-quebra
           move zeros to ws-saldo-cliente ws-notas-cliente
                         ws-saldo-geral ws-notas-geral.
       imprime-creditos-le.
           return arquivo-sort-creditos at end
               go imprime-creditos-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move cliente-sort to ws-cliente-anterior
               perform imprime-cliente-credito
           end-if
           if cliente-sort not = ws-cliente-anterior
               perform imprime-total-cliente-credito
               move cliente-sort to ws-cliente-anterior
               perform imprime-cliente-credito
           end-if

           move nota-sort      to 19-nota
           move devolucao-sort to 19-devolucao
           move emissao-sort(7:2) to ws-data-ddmmaaaa(1:2)
           move emissao-sort(5:2) to ws-data-ddmmaaaa(3:2)
           move emissao-sort(1:4) to ws-data-ddmmaaaa(5:4)
           move ws-data-ddmmaaaa  to 19-emissao
           move valor-sort     to 19-valor
           move usado-sort     to 19-usado
           move saldo-sort     to 19-saldo
           write linha-relatorio from linha-09 at eop
               perform relatorio-creditos-cabecalho
           end-write

           add 1          to ws-notas-cliente
           add saldo-sort to ws-saldo-cliente
           go imprime-creditos-le.
       imprime-creditos-encerra.
           if primeira-leitura
               move "Nenhuma Nota de Credito Com Saldo"
                 to linha-relatorio
               write linha-relatorio
               go imprime-creditos-fim
           end-if
           perform imprime-total-cliente-credito

           move spaces to linha-relatorio
           write linha-relatorio
           move "Total Geral"    to 20-titulo
           move ws-notas-geral   to 20-notas
           move ws-saldo-geral   to 20-saldo
           write linha-relatorio from linha-10.
       imprime-creditos-fim.
           exit.
       imprime-cliente-credito.
           move ws-cliente-anterior to codigo-clientes
           read clientes invalid key
               move "Cliente Nao Cadastrado" to nome-clientes
           end-read
           move ws-cliente-anterior to 18-cliente
           move nome-clientes       to 18-nome
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-08 at eop
               perform relatorio-creditos-cabecalho
           end-write.
       imprime-total-cliente-credito.
           move "Total do Cliente" to 20-titulo
           move ws-notas-cliente   to 20-notas
           move ws-saldo-cliente   to 20-saldo
           write linha-relatorio from linha-10 at eop
               perform relatorio-creditos-cabecalho
           end-write

           add ws-notas-cliente to ws-notas-geral
           add ws-saldo-cliente to ws-saldo-geral
           move zeros to ws-notas-cliente ws-saldo-cliente.

       copy "C:\CursoCobol\Copylib\GravaRecebimento.cpy".

       copy "C:\CursoCobol\Copylib\GravaAplicacaoCredito.cpy".

       copy "C:\CursoCobol\Copylib\BuscaTaxaCambio.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Baixa-Titulos.
