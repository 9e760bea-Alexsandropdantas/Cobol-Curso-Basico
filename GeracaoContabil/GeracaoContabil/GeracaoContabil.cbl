       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\Select-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\Select-AplicacoesCredito.txt".
       copy "C:\CursoCobol\Copylib\Select-Renegociacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-MovimentosPerda.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select contabil-tmp assign to ws-local-tmp
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\FD-Devolucoes.txt".
       copy "C:\CursoCobol\Copylib\FD-AplicacoesCredito.txt".
       copy "C:\CursoCobol\Copylib\FD-Renegociacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-MovimentosPerda.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd contabil-tmp label record omitted.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-recebimentos      pic x(02) value spaces.
       01 estado-devolucoes        pic x(02) value spaces.
       01 estado-aplicacoes-credito pic x(02) value spaces.
       01 estado-renegociacoes     pic x(02) value spaces.
       01 estado-movimentos-perda  pic x(02) value spaces.
       01 estado-titulos-pagar     pic x(02) value spaces.
       01 estado-comissoes         pic x(02) value spaces.
       01 estado-faturas           pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 estado-contabil-tmp      pic x(02) value spaces.
       01 estado-contabil-final    pic x(02) value spaces.
           open input titulos-receber
           open input recebimentos
           open input devolucoes
           open input aplicacoes-credito
           open input renegociacoes
           open input movimentos-perda
           open input titulos-pagar
           open input comissoes
           open input faturas

           open output contabil-tmp
           move zeros to ws-contagem ws-hash-valor ws-sem-conta.

      * Receita, titulos emitidos e pagos e devolucoes viram
      * lancamentos D/C balanceados pelo plano de contas por
      * evento, filial e UF. A nota de credito da devolucao baixa
      * quando e aplicada num titulo (CA) ou reembolsada (CR).
      * Na renegociacao o principal continua nos titulos originais
      * ja lancados; so os juros e a multa acrescidos entram (RN).
      * Titulo baixado como perda lanca o saldo baixado (PD) e o
      * que vier dele depois entra como recuperacao (RP).
      * No contas a pagar, o titulo do fornecedor gerado na entrada
      * de mercadoria lanca a compra (FC); a comissao ja e provisionada
      * no calculo do vendedor. O pagamento lanca PF (fornecedor) ou
      * PC (comissao) na competencia da data de pagamento.
      * O adiantamento descontado da comissao na apuracao do mes
      * lanca AD na competencia da comissao, por vendedor; o ajuste
      * de recalculo retroativo lanca AC (a maior) ou AM (a menor)
      * na competencia em que foi lancado.
      * Cada imposto destacado na fatura emitida tem conta propria:
      * IC (ICMS, com o DIFAL), IP (IPI), PS (PIS) e CF (COFINS),
      * na competencia da emissao, pela UF de destino.
      * Titulo em moeda estrangeira: o recebimento (TP) lanca o que
      * entrou em reais; a diferenca para o saldo baixado pela taxa
      * da emissao lanca VA (variacao cambial ativa, ganho) ou VP
      * (variacao cambial passiva, perda), na competencia da baixa.
       gera-lancamentos section.
           if estado-pedidos = "00"
               move zeros to numero-pedidos
               end-if
           end-if

           if estado-aplicacoes-credito = "00"
               perform lanca-aplicacoes-credito
                   until estado-aplicacoes-credito = "10"
           end-if

           if estado-renegociacoes = "00"
               move zeros to ren-numero
               start renegociacoes key is >= ren-numero invalid key
                   continue
               end-start
               if estado-renegociacoes = "00"
                   perform lanca-renegociacoes
                       until estado-renegociacoes = "10"
               end-if
           end-if

           if estado-movimentos-perda = "00"
               perform lanca-movimentos-perda
                   until estado-movimentos-perda = "10"
           end-if

           if estado-titulos-pagar = "00"
               move zeros to tpg-numero
               start titulos-pagar key is >= chave-titulos-pagar
                   invalid key
                   continue
               end-start
               if estado-titulos-pagar = "00"
                   perform lanca-titulos-pagar
                       until estado-titulos-pagar = "10"
               end-if
           end-if

           if estado-comissoes = "00"
               perform lanca-adiantamentos
                   until estado-comissoes = "10"
           end-if

           if estado-faturas = "00"
               move zeros to fat-numero
               start faturas key is >= fat-numero invalid key
                   continue
               end-start
               if estado-faturas = "00"
                   perform lanca-faturas
                       until estado-faturas = "10"
               end-if
           end-if

           move spaces           to registro-contabil
           move "T"              to ctb-trl-tipo
           move ws-contagem      to ctb-trl-contagem

           close contabil-tmp pedidos clientes titulos-receber
                 recebimentos devolucoes plano-contas
                 aplicacoes-credito renegociacoes movimentos-perda
                 titulos-pagar comissoes faturas

           perform libera-arquivo thru libera-arquivo-fim

               exit paragraph
           end-read

           if titulo-cancelado and tit-renegociacao = zeros
               exit paragraph
           end-if
           if titulo-renegociado
               exit paragraph
           end-if
      * O IPI por fora nao e receita: o titulo do IPI da fatura nao
      * lanca TE, o cliente e debitado pelo IP da propria fatura
      * (contrapartida IPI a recolher). TE mais IP fecham com o total
      * da nota e com os titulos cobrados.
           if titulo-ipi-fatura
               exit paragraph
           end-if
           if tit-emissao(1:6) not = ws-competencia
           move uf-clientes     to ws-ev-uf
           move rec-pedido      to ws-ev-chave
           move rec-valor       to ws-ev-valor
           perform lanca-evento

           if rec-moeda = spaces
               exit paragraph
           end-if
           if rec-variacao-cambial > zeros
               move "VA"                 to ws-evento
               move rec-variacao-cambial to ws-ev-valor
               perform lanca-evento
           end-if
           if rec-variacao-cambial < zeros
               move "VP"                 to ws-evento
               compute ws-ev-valor = zeros - rec-variacao-cambial
               end-compute
               perform lanca-evento
           end-if.
       lanca-devolucoes.
           read devolucoes next at end
               exit paragraph
           move dev-pedido      to ws-ev-chave
           move dev-valor       to ws-ev-valor
           perform lanca-evento.
       lanca-aplicacoes-credito.
           read aplicacoes-credito next at end
               exit paragraph
           end-read

           if apc-data(1:6) not = ws-competencia
               exit paragraph
           end-if

           move apc-cliente to codigo-clientes
           read clientes invalid key
               move spaces to uf-clientes
               move zeros  to filial-clientes
           end-read

           if aplicacao-reembolso
               move "CR"        to ws-evento
           else
               move "CA"        to ws-evento
           end-if
           move filial-clientes to ws-ev-filial
           move uf-clientes     to ws-ev-uf
           move apc-nota        to ws-ev-chave
           move apc-valor       to ws-ev-valor
           perform lanca-evento.
       lanca-renegociacoes.
           read renegociacoes next at end
               exit paragraph
           end-read

           if ren-data(1:6) not = ws-competencia
               exit paragraph
           end-if

           move ren-cliente to codigo-clientes
           read clientes invalid key
               move spaces to uf-clientes
               move zeros  to filial-clientes
           end-read

           move "RN"            to ws-evento
           move filial-clientes to ws-ev-filial
           move uf-clientes     to ws-ev-uf
           move ren-numero      to ws-ev-chave
           compute ws-ev-valor = ren-juros + ren-multa
           end-compute
           perform lanca-evento.
       lanca-movimentos-perda.
           read movimentos-perda next at end
               exit paragraph
           end-read

           if mpd-data(1:6) not = ws-competencia
               exit paragraph
           end-if

           move mpd-cliente to codigo-clientes
           read clientes invalid key
               move spaces to uf-clientes
               move zeros  to filial-clientes
           end-read

           if movimento-recuperacao
               move "RP"        to ws-evento
           else
               move "PD"        to ws-evento
           end-if
           move filial-clientes to ws-ev-filial
           move uf-clientes     to ws-ev-uf
           move mpd-pedido      to ws-ev-chave
           move mpd-valor       to ws-ev-valor
           perform lanca-evento.
       lanca-titulos-pagar.
           read titulos-pagar next at end
               exit paragraph
           end-read

           if pagar-cancelado
               exit paragraph
           end-if

           move zeros       to ws-ev-filial
           move spaces      to ws-ev-uf
           move tpg-numero  to ws-ev-chave
           move tpg-valor   to ws-ev-valor

           if pagar-fornecedor and tpg-emissao(1:6) = ws-competencia
               move "FC"    to ws-evento
               perform lanca-evento
           end-if
           if pagar-despesa and tpg-emissao(1:6) = ws-competencia
               move "DS"    to ws-evento
               perform lanca-evento
           end-if

           if pagar-pago and tpg-data-pagamento(1:6) = ws-competencia
               evaluate true
                   when pagar-fornecedor
                       move "PF" to ws-evento
                   when pagar-despesa
                       move "RD" to ws-evento
                   when other
                       move "PC" to ws-evento
               end-evaluate
               perform lanca-evento
           end-if.
       lanca-adiantamentos.
           read comissoes next at end
               exit paragraph
           end-read

           if com-competencia not = ws-competencia
               exit paragraph
           end-if

           evaluate true
               when comissao-adiantamento
                   move "AD" to ws-evento
               when comissao-recalculo-credito
                   move "AC" to ws-evento
               when comissao-recalculo-debito
                   move "AM" to ws-evento
               when other
                   exit paragraph
           end-evaluate

           move zeros        to ws-ev-filial
           move spaces       to ws-ev-uf
           move com-vendedor to ws-ev-chave
           move com-valor    to ws-ev-valor
           perform lanca-evento.
       lanca-faturas.
           read faturas next at end
               exit paragraph
           end-read

           if not fatura-emitida
               exit paragraph
           end-if
           if fat-data-emissao(1:6) not = ws-competencia
               exit paragraph
           end-if

           move fat-cliente to codigo-clientes
           read clientes invalid key
               move zeros  to filial-clientes
           end-read

           move filial-clientes to ws-ev-filial
           move fat-uf          to ws-ev-uf
           move fat-numero      to ws-ev-chave

           move "IC"            to ws-evento
           compute ws-ev-valor = fat-valor-icms + fat-valor-difal
           end-compute
           perform lanca-evento

           move "IP"            to ws-evento
           move fat-valor-ipi   to ws-ev-valor
           perform lanca-evento

           move "PS"            to ws-evento
           move fat-valor-pis   to ws-ev-valor
           perform lanca-evento

           move "CF"            to ws-evento
           move fat-valor-cofins to ws-ev-valor
           perform lanca-evento.
       lanca-evento.
           if ws-ev-valor = zeros
               exit paragraph
