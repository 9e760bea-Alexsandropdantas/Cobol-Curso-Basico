       identification division.
       program-id. Contas-Pagar.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\Select-Despesas.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Fornecedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\Select-Periodo.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-pagar assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosPagar.txt".
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\FD-Despesas.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Fornecedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Numeracao.txt".
       copy "C:\CursoCobol\Copylib\FD-Periodo.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-pagar.
       01 registro-sort-pagar.
           03 tipo-sort            pic x(01).
           03 codigo-sort          pic 9(05).
           03 faixa-sort           pic 9(01).
           03 valor-sort           pic 9(11)v99.

       working-storage section.
       01 estado-titulos-pagar     pic x(02) value spaces.
       01 estado-comissoes         pic x(02) value spaces.
       01 estado-despesas          pic x(02) value spaces.
       01 situacao-comissoes       pic x(01) value "N".
          88 comissoes-disponivel  value "S".
       01 situacao-despesas        pic x(01) value "N".
          88 despesas-disponivel   value "S".
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-fornecedores      pic x(02) value spaces.
       01 estado-numeracao         pic x(02) value spaces.
       01 estado-periodo           pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-nome-favorecido       pic x(40) value spaces.
      * Titulos de comissao.
       01 ws-competencia-fechada   pic 9(06) value zeros.
       01 ws-vendedor-atual        pic 9(03) value zeros.
       01 ws-competencia-atual     pic 9(06) value zeros.
       01 ws-valor-comissao        pic s9(11)v99 value zeros.
       01 ws-numero-despesa        pic 9(06) value zeros.
       01 ws-valor-despesa         pic 9(11)v99 value zeros.
       01 ws-numero-pagar          pic 9(06) value zeros.
       01 ws-dia-pagto-comissao    pic 9(02) value 10.
       01 ws-data-comissao         pic 9(08) value zeros.
       01 filler redefines ws-data-comissao.
          03 ws-comissao-ano       pic 9(04).
          03 ws-comissao-mes       pic 9(02).
          03 ws-comissao-dia       pic 9(02).
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-gerados               pic 9(07) value zeros.
       01 ws-sem-saldo             pic 9(07) value zeros.
       01 ws-valor-gerado          pic 9(13)v99 value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 situacao-titulo-comissao pic x(01) value "N".
          88 comissao-com-titulo   value "S".
      * Programacao de pagamentos.
       01 ws-data-limite           pic 9(08) value zeros.
       01 ws-total-pagamento       pic 9(03) value zeros.
       01 ws-indice                pic 9(03) value zeros.
       01 ws-inicio-tela           pic 9(03) value zeros.
       01 ws-fim-tela              pic 9(03) value zeros.
       01 ws-linha-escolhida       pic 9(02) value zeros.
       01 ws-selecionados          pic 9(03) value zeros.
       01 ws-valor-selecionado     pic 9(13)v99 value zeros.
       01 ws-pagos                 pic 9(03) value zeros.
       01 tabela-pagamento.
          03 titulo-pagamento occurs 500 times.
             05 pg-numero          pic 9(06).
             05 pg-tipo            pic x(01).
             05 pg-codigo          pic 9(05).
             05 pg-vencimento      pic 9(08).
             05 pg-valor           pic 9(11)v99.
             05 pg-marca           pic x(01).
       01 ws-valor-edit            pic zz.zzz.zzz.zz9,99.
       01 ws-data-edit.
          03 ws-data-edit-dd       pic 99/.
          03 ws-data-edit-mm       pic 99/.
          03 ws-data-edit-aaaa     pic 9999.
       01 ws-data-edicao           pic 9(08) value zeros.
       01 filler redefines ws-data-edicao.
          03 ws-edicao-ano         pic 9(04).
          03 ws-edicao-mes         pic 9(02).
          03 ws-edicao-dia         pic 9(02).
      * Relatorio de vencimentos.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-atraso           pic 9(07) value zeros.
       01 ws-indice-faixa          pic 9(01) value zeros.
       01 ws-tipo-anterior         pic x(01) value spaces.
       01 ws-codigo-anterior       pic 9(05) value zeros.
       01 totais-favorecido.
          03 tv-faixa occurs 6 times pic 9(13)v99.
       01 totais-tipo.
          03 tt-faixa occurs 6 times pic 9(13)v99.
       01 totais-geral.
          03 tg-faixa occurs 6 times pic 9(13)v99.
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
                value "Vencimentos de Contas a Pagar".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(35) value "FAVORECIDO".
         03 filler                pic x(15) value "      A VENCER".
         03 filler                pic x(15) value "   ATE 30 DIAS".
         03 filler                pic x(15) value "      31 A 60".
         03 filler                pic x(15) value "      61 A 90".
         03 filler                pic x(15) value "   ACIMA DE 90".
         03 filler                pic x(15) value "         TOTAL".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-titulo             pic x(40).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-codigo             pic zzzz9b
                                  blank when zero.
         03 13-nome               pic x(28)b.
         03 13-faixa occurs 6 times
                                  pic zzz.zzz.zz9,99b.

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

      * Comissao da competencia AAAAMM e paga no dia
      * COMISSAO-DIA-PAGTO (parametro; sem ele, dia 10) do mes
      * seguinte, o mesmo dia usado na projecao do fluxo de caixa.
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
           move "00" to resultado-execucao
           accept ws-data-sistema from date yyyymmdd

           open i-o titulos-pagar
           if estado-titulos-pagar = "35" or "05"
               close titulos-pagar
               open output titulos-pagar
               close titulos-pagar
               open i-o titulos-pagar
           end-if
           if estado-titulos-pagar not = "00"
               move "82" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Titulos Pagar Com Problema Estado "
                               at 2301 estado-titulos-pagar
                   accept resposta at 2380
               end-if
               goback
           end-if

           open i-o comissoes
           if estado-comissoes = "35" or "05"
               close comissoes
               open output comissoes
               close comissoes
               open i-o comissoes
           end-if
           if estado-comissoes = "00"
               move "S" to situacao-comissoes
           end-if

           open i-o numeracao
           if estado-numeracao = "35" or "05"
               close numeracao
               open output numeracao
               close numeracao
               open i-o numeracao
           end-if

           open input vendedores
           open input fornecedores
           open i-o despesas
           if estado-despesas = "00"
               move "S" to situacao-despesas
           end-if

           if batch-ativo
               move "BATCH" to ws-operador
               perform gera-comissoes
               close titulos-pagar comissoes numeracao vendedores
                     fornecedores despesas
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
           display erase                                at 0101
           display "Contas a Pagar"                     at 0101
           display "01-Gerar Titulos de Comissao e Despesas"
                                                        at 0301
           display "02-Programacao de Pagamentos"       at 0401
           display "03-Relatorio de Vencimentos"        at 0501
           display "00-Sair"                            at 0701
           display "Opcao: "                            at 0901
           accept opcao at 0908

           if opcao = 01
               perform gera-comissoes
               display "Comissoes Lidas.......: " at 1801 ws-lidos
               display "Titulos Gerados.......: " at 1901 ws-gerados
               move ws-valor-gerado to ws-valor-edit
               display "Valor Gerado..........: " at 2001
                       ws-valor-edit
               display "Enter Continua" at 2310
               accept resposta at 2350
               go mostra-opcoes
           else
           if opcao = 02
               perform programa-pagamentos
               go mostra-opcoes
           else
           if opcao = 03
               perform relatorio-vencimentos
               display "Relatorio de Vencimentos Gerado. Enter"
                                                        at 2301
               accept resposta at 2380
               go mostra-opcoes
           else
           if opcao = 00
               close titulos-pagar comissoes numeracao vendedores
                     fornecedores despesas
               goback
           else
               go mostra-opcoes
           end-if.

      * Comissao aprovada e a comissao pendente de competencia ja
      * fechada no Fechamento-Mensal: calculada, supervisao e piso
      * somam e o estorno desconta, e o liquido do vendedor na
      * competencia vira um titulo a pagar (uma vez so). Liquido
      * zerado ou negativo fica pendente ate a proxima competencia
      * compensar. O titulo vence no dia de pagamento de comissao do
      * mes seguinte a competencia, ou hoje se essa data ja passou.
       gera-comissoes section.
           move zeros to ws-lidos ws-gerados ws-sem-saldo
                         ws-valor-gerado

           move zeros to ws-competencia-fechada
           open input periodo
           if estado-periodo = "00"
               read periodo at end
                   move zeros to per-ultima-competencia
               end-read
               move per-ultima-competencia to ws-competencia-fechada
           end-if
           close periodo
           if ws-competencia-fechada = zeros
               if not batch-ativo
                   display "Nenhuma Competencia Fechada." at 2301
                   accept resposta at 2380
               end-if
               go gera-comissoes-fim
           end-if
           if not comissoes-disponivel
               go gera-comissoes-fim
           end-if

           move "N" to situacao-quebra
           move zeros  to ws-valor-comissao
           move zeros  to com-vendedor com-competencia
           move spaces to com-tipo
           start comissoes key is >= chave-comissoes invalid key
               go gera-comissoes-encerra
           end-start.
       gera-comissoes-le.
           read comissoes next at end
               go gera-comissoes-encerra
           end-read
           add 1 to ws-lidos

           if not comissao-pendente
               or com-competencia > ws-competencia-fechada
               go gera-comissoes-le
           end-if

           if primeira-leitura
               move "S" to situacao-quebra
               move com-vendedor    to ws-vendedor-atual
               move com-competencia to ws-competencia-atual
           end-if
           if com-vendedor not = ws-vendedor-atual
               or com-competencia not = ws-competencia-atual
               perform grava-titulo-comissao
                   thru grava-titulo-comissao-fim
               move com-vendedor    to ws-vendedor-atual
               move com-competencia to ws-competencia-atual
               move zeros           to ws-valor-comissao
           end-if

           if comissao-deducao
               subtract com-valor from ws-valor-comissao
           else
               add com-valor to ws-valor-comissao
           end-if
           go gera-comissoes-le.
       gera-comissoes-encerra.
           if not primeira-leitura
               perform grava-titulo-comissao
                   thru grava-titulo-comissao-fim
           end-if
           perform gera-despesas thru gera-despesas-fim

           move "Contas-Pagar"   to ctr-etapa
           move ws-lidos         to ctr-lidos
           move ws-gerados       to ctr-gravados
           move ws-sem-saldo     to ctr-rejeitados
           move ws-valor-gerado  to ctr-hash-vendas
           perform grava-controle
           go gera-comissoes-fim.
       grava-titulo-comissao.
           if ws-valor-comissao not > zeros
               add 1 to ws-sem-saldo
               go grava-titulo-comissao-fim
           end-if

           perform verifica-titulo-comissao
               thru verifica-titulo-comissao-fim
           if comissao-com-titulo
               go grava-titulo-comissao-fim
           end-if

           perform obtem-numero-pagar thru obtem-numero-pagar-fim
           if ws-numero-pagar = zeros
               go grava-titulo-comissao-fim
           end-if

           move ws-competencia-atual(1:4) to ws-comissao-ano
           move ws-competencia-atual(5:2) to ws-comissao-mes
           if ws-comissao-mes = 12
               move 01 to ws-comissao-mes
               add 1 to ws-comissao-ano
           else
               add 1 to ws-comissao-mes
           end-if
           move ws-dia-pagto-comissao to ws-comissao-dia
           if ws-data-comissao < ws-data-sistema
               move ws-data-sistema to ws-data-comissao
           end-if

           initialize registro-titulos-pagar
           move ws-numero-pagar      to tpg-numero
           move "V"                  to tpg-tipo
           move ws-vendedor-atual    to tpg-codigo
           move ws-competencia-atual to tpg-documento
           move zeros                to tpg-item
           move ws-data-sistema      to tpg-emissao
           move ws-data-comissao     to tpg-vencimento
           move ws-valor-comissao    to tpg-valor
           move "A"                  to tpg-status
           move ws-operador          to tpg-operador
           write registro-titulos-pagar invalid key
               go grava-titulo-comissao-fim
           end-write
           add 1         to ws-gerados
           add tpg-valor to ws-valor-gerado.
       grava-titulo-comissao-fim.
           exit.
       verifica-titulo-comissao.
           move "N" to situacao-titulo-comissao
           move "V"               to tpg-tipo
           move ws-vendedor-atual to tpg-codigo
           start titulos-pagar key is = tpg-favorecido invalid key
               go verifica-titulo-comissao-fim
           end-start.
       verifica-titulo-comissao-le.
           read titulos-pagar next at end
               go verifica-titulo-comissao-fim
           end-read
           if not pagar-comissao
               or tpg-codigo not = ws-vendedor-atual
               go verifica-titulo-comissao-fim
           end-if
           if tpg-documento = ws-competencia-atual
               and not pagar-cancelado
               move "S" to situacao-titulo-comissao
               go verifica-titulo-comissao-fim
           end-if
           go verifica-titulo-comissao-le.
       verifica-titulo-comissao-fim.
           exit.
      * Numero do titulo a pagar: faixa 51 da numeracao, a mesma
      * usada pelos titulos de fornecedor gerados na entrada de
      * mercadoria.
       obtem-numero-pagar.
           move zeros to ws-numero-pagar
           move 51 to num-filial
           read numeracao with lock invalid key
               move 51     to num-filial
               move 000001 to num-proximo
               move 000001 to num-faixa-inicio
               move 999999 to num-faixa-fim
               write registro-numeracao invalid key
                   go obtem-numero-pagar-fim
               end-write
           end-read
           if num-proximo > num-faixa-fim
               unlock numeracao
               if not batch-ativo
                   display "Faixa de Titulos a Pagar Esgotada." at 2301
                   accept resposta at 2380
               end-if
               go obtem-numero-pagar-fim
           end-if
           move num-proximo to ws-numero-pagar
           add 1 to num-proximo
           rewrite registro-numeracao invalid key
               move zeros to ws-numero-pagar
           end-rewrite
           unlock numeracao.
       obtem-numero-pagar-fim.
           exit.
      * Despesas de visita aprovadas de competencia fechada ainda
      * sem titulo viram um titulo por vendedor e competencia (tipo
      * D), com o mesmo vencimento da comissao; cada despesa guarda
      * o numero do titulo que a paga.
       gera-despesas.
           if not despesas-disponivel
               go gera-despesas-fim
           end-if

           move zeros to ws-vendedor-atual ws-competencia-atual
                         ws-numero-despesa ws-valor-despesa
           move zeros to dsp-vendedor dsp-data dsp-sequencia
           start despesas key is >= chave-despesas invalid key
               go gera-despesas-fim
           end-start.
       gera-despesas-le.
           read despesas next at end
               go gera-despesas-encerra
           end-read
           add 1 to ws-lidos

           if not despesa-aprovada
               or dsp-titulo-pagar not = zeros
               or dsp-valor = zeros
               or dsp-data(1:6) > ws-competencia-fechada
               go gera-despesas-le
           end-if

           if dsp-vendedor not = ws-vendedor-atual
               or dsp-data(1:6) not = ws-competencia-atual
               perform grava-titulo-despesa
                   thru grava-titulo-despesa-fim
               move dsp-vendedor  to ws-vendedor-atual
               move dsp-data(1:6) to ws-competencia-atual
               move zeros         to ws-valor-despesa
               perform obtem-numero-pagar thru obtem-numero-pagar-fim
               move ws-numero-pagar to ws-numero-despesa
           end-if
           if ws-numero-despesa = zeros
               go gera-despesas-le
           end-if

           move ws-numero-despesa to dsp-titulo-pagar
           rewrite registro-despesas invalid key
               go gera-despesas-le
           end-rewrite
           add dsp-valor to ws-valor-despesa
           go gera-despesas-le.
       gera-despesas-encerra.
           perform grava-titulo-despesa thru grava-titulo-despesa-fim.
       gera-despesas-fim.
           exit.
       grava-titulo-despesa.
           if ws-numero-despesa = zeros or ws-valor-despesa = zeros
               go grava-titulo-despesa-fim
           end-if

           move ws-competencia-atual(1:4) to ws-comissao-ano
           move ws-competencia-atual(5:2) to ws-comissao-mes
           if ws-comissao-mes = 12
               move 01 to ws-comissao-mes
               add 1 to ws-comissao-ano
           else
               add 1 to ws-comissao-mes
           end-if
           move ws-dia-pagto-comissao to ws-comissao-dia
           if ws-data-comissao < ws-data-sistema
               move ws-data-sistema to ws-data-comissao
           end-if

           initialize registro-titulos-pagar
           move ws-numero-despesa    to tpg-numero
           move "D"                  to tpg-tipo
           move ws-vendedor-atual    to tpg-codigo
           move ws-competencia-atual to tpg-documento
           move zeros                to tpg-item
           move ws-data-sistema      to tpg-emissao
           move ws-data-comissao     to tpg-vencimento
           move ws-valor-despesa     to tpg-valor
           move "A"                  to tpg-status
           move ws-operador          to tpg-operador
           write registro-titulos-pagar invalid key
               go grava-titulo-despesa-fim
           end-write
           add 1         to ws-gerados
           add tpg-valor to ws-valor-gerado.
       grava-titulo-despesa-fim.
           move zeros to ws-numero-despesa.
       gera-comissoes-fim.
           exit.

      * Programacao de pagamentos: os titulos em aberto vencendo ate
      * a data informada aparecem pelo vencimento; o operador marca
      * os que serao pagos (ou todos) e, confirmado o total, os
      * titulos marcados sao baixados com a data de hoje. Titulo de
      * comissao pago baixa tambem as comissoes do vendedor na
      * competencia.
       programa-pagamentos section.
           display erase at 0101
           display "Programacao de Pagamentos" at 0101
           display "Vencimento Ate (AAAAMMDD): " at 0301
           move ws-data-sistema to ws-data-limite
           display ws-data-limite at 0328
           accept ws-data-limite at 0328
           if ws-data-limite = zeros
               exit section
           end-if

           initialize tabela-pagamento
           move zeros to ws-total-pagamento ws-selecionados
                         ws-valor-selecionado ws-pagos
           move zeros to tpg-vencimento
           start titulos-pagar key is >= tpg-vencimento invalid key
               go programa-pagamentos-tela
           end-start.
       programa-pagamentos-carrega.
           read titulos-pagar next at end
               go programa-pagamentos-tela
           end-read
           if tpg-vencimento > ws-data-limite
               go programa-pagamentos-tela
           end-if
           if not pagar-aberto
               go programa-pagamentos-carrega
           end-if
           if ws-total-pagamento = 500
               go programa-pagamentos-tela
           end-if

           add 1 to ws-total-pagamento
           move tpg-numero     to pg-numero(ws-total-pagamento)
           move tpg-tipo       to pg-tipo(ws-total-pagamento)
           move tpg-codigo     to pg-codigo(ws-total-pagamento)
           move tpg-vencimento to pg-vencimento(ws-total-pagamento)
           move tpg-valor      to pg-valor(ws-total-pagamento)
           move space          to pg-marca(ws-total-pagamento)
           go programa-pagamentos-carrega.
       programa-pagamentos-tela.
           if ws-total-pagamento = zeros
               display "Nenhum Titulo a Pagar no Periodo. Enter"
                                                            at 2301
               accept resposta at 2380
               exit section
           end-if
           move 1 to ws-inicio-tela.
       programa-pagamentos-mostra.
           display erase at 0101
           display "Programacao de Pagamentos" at 0101
           display "Marcados: " at 0135 ws-selecionados
           move ws-valor-selecionado to ws-valor-edit
           display ws-valor-edit at 0150
           display "Ln M Titulo T Codigo Favorecido" at 0301
           display "Vencimento  Valor"                at 0347
           move 03 to linha
           compute ws-fim-tela = ws-inicio-tela + 13
           end-compute
           if ws-fim-tela > ws-total-pagamento
               move ws-total-pagamento to ws-fim-tela
           end-if
           perform mostra-titulo-pagamento
               varying ws-indice from ws-inicio-tela by 1
                 until ws-indice > ws-fim-tela.
       programa-pagamentos-escolha.
           display "Linha (0=Encerra 98=Marca Todos 99=Proxima Tela): "
                                                            at 2001
           move zeros to ws-linha-escolhida
           accept ws-linha-escolhida at 2052
           if ws-linha-escolhida = zeros
               go programa-pagamentos-confirma
           end-if
           if ws-linha-escolhida = 99
               add 14 to ws-inicio-tela
               if ws-inicio-tela > ws-total-pagamento
                   move 1 to ws-inicio-tela
               end-if
               go programa-pagamentos-mostra
           end-if
           if ws-linha-escolhida = 98
               perform marca-titulo-pagamento
                   varying ws-indice from 1 by 1
                     until ws-indice > ws-total-pagamento
               go programa-pagamentos-mostra
           end-if
           compute ws-indice = ws-inicio-tela + ws-linha-escolhida - 1
           end-compute
           if ws-indice > ws-fim-tela
               go programa-pagamentos-escolha
           end-if

           if pg-marca(ws-indice) = "*"
               move space to pg-marca(ws-indice)
               subtract 1 from ws-selecionados
               subtract pg-valor(ws-indice) from ws-valor-selecionado
           else
               perform marca-titulo-pagamento
           end-if
           go programa-pagamentos-mostra.
       programa-pagamentos-confirma.
           if ws-selecionados = zeros
               exit section
           end-if
           move ws-valor-selecionado to ws-valor-edit
           display "Pagar " at 2201 ws-selecionados
           display "Titulos, Total " at 2211 ws-valor-edit
           display "Confirma o Pagamento? Sim ou Nao?" at 2301
           accept resposta at 2336
           if resposta not = "S" and "s"
               exit section
           end-if

           perform paga-titulo
               varying ws-indice from 1 by 1
                 until ws-indice > ws-total-pagamento

           display "Titulos Pagos: " at 2301 ws-pagos
           display "Enter" at 2325
           accept resposta at 2380
           exit section.
       mostra-titulo-pagamento.
           add 1 to linha
           compute ws-linha-escolhida = ws-indice - ws-inicio-tela + 1
           end-compute
           move pg-tipo(ws-indice)   to tpg-tipo
           move pg-codigo(ws-indice) to tpg-codigo
           perform busca-favorecido
           move pg-vencimento(ws-indice) to ws-data-edicao
           move ws-edicao-dia   to ws-data-edit-dd
           move ws-edicao-mes   to ws-data-edit-mm
           move ws-edicao-ano   to ws-data-edit-aaaa
           move pg-valor(ws-indice) to ws-valor-edit
           display ws-linha-escolhida   at line linha column 01
           display pg-marca(ws-indice)  at line linha column 04
           display pg-numero(ws-indice) at line linha column 06
           display pg-tipo(ws-indice)   at line linha column 13
           display pg-codigo(ws-indice) at line linha column 15
           display ws-nome-favorecido(1:25)
                                        at line linha column 21
           display ws-data-edit         at line linha column 47
           display ws-valor-edit        at line linha column 58.
       marca-titulo-pagamento.
           if pg-marca(ws-indice) not = "*"
               move "*" to pg-marca(ws-indice)
               add 1 to ws-selecionados
               add pg-valor(ws-indice) to ws-valor-selecionado
           end-if.
       paga-titulo.
           if pg-marca(ws-indice) not = "*"
               exit paragraph
           end-if
           move pg-numero(ws-indice) to tpg-numero
           read titulos-pagar with lock invalid key
               exit paragraph
           end-read
           if not pagar-aberto
               unlock titulos-pagar
               exit paragraph
           end-if

           move "G"             to tpg-status
           move ws-data-sistema to tpg-data-pagamento
           move ws-operador     to tpg-operador
           rewrite registro-titulos-pagar invalid key
               unlock titulos-pagar
               exit paragraph
           end-rewrite
           unlock titulos-pagar
           add 1 to ws-pagos

           if pagar-comissao
               perform baixa-comissoes thru baixa-comissoes-fim
           end-if.
       baixa-comissoes.
           move tpg-codigo    to com-vendedor
           move tpg-documento to com-competencia
           move spaces        to com-tipo
           start comissoes key is >= chave-comissoes invalid key
               go baixa-comissoes-fim
           end-start.
       baixa-comissoes-le.
           read comissoes next at end
               go baixa-comissoes-fim
           end-read
           if com-vendedor not = tpg-codigo
               or com-competencia not = tpg-documento
               go baixa-comissoes-fim
           end-if
           if comissao-pendente
               move "G"             to com-status
               move ws-operador     to com-operador-pagamento
               move ws-data-sistema to com-data-pagamento
               rewrite registro-comissoes invalid key
                   continue
               end-rewrite
           end-if
           go baixa-comissoes-le.
       baixa-comissoes-fim.
           exit.

      * Titulos em aberto por favorecido e faixa de vencimento (a
      * vencer, ate 30, 31 a 60, 61 a 90 e acima de 90 dias de
      * atraso), com total dos fornecedores, das comissoes e geral.
       relatorio-vencimentos section.
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje

           move "Contas-Pagar"      to ws-spool-programa
           move "Spool-ContasPagar" to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-pagar
               on ascending key tipo-sort codigo-sort
               input procedure  is carrega-vencimentos
                              thru carrega-vencimentos-fim
               output procedure is imprime-vencimentos
                              thru imprime-vencimentos-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio
           go relatorio-vencimentos-fim.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-vencimentos.
           move zeros to tpg-numero
           start titulos-pagar key is >= chave-titulos-pagar
               invalid key
               go carrega-vencimentos-fim
           end-start.
       carrega-vencimentos-le.
           read titulos-pagar next at end
               go carrega-vencimentos-fim
           end-read
           if not pagar-aberto or tpg-valor = zeros
               go carrega-vencimentos-le
           end-if

           move tpg-vencimento to ws-conv-data
           perform converte-data-dias
           if ws-conv-dias >= ws-dias-hoje
               move 1 to ws-indice-faixa
           else
               compute ws-dias-atraso = ws-dias-hoje - ws-conv-dias
               end-compute
               if ws-dias-atraso <= 30
                   move 2 to ws-indice-faixa
               else
               if ws-dias-atraso <= 60
                   move 3 to ws-indice-faixa
               else
               if ws-dias-atraso <= 90
                   move 4 to ws-indice-faixa
               else
                   move 5 to ws-indice-faixa
               end-if
               end-if
               end-if
           end-if

           move tpg-tipo        to tipo-sort
           move tpg-codigo      to codigo-sort
           move ws-indice-faixa to faixa-sort
           move tpg-valor       to valor-sort
           release registro-sort-pagar
           go carrega-vencimentos-le.
       carrega-vencimentos-fim.
           exit.
       imprime-vencimentos.
           move "N" to situacao-quebra
           initialize totais-favorecido totais-tipo totais-geral.
       imprime-vencimentos-le.
           return arquivo-sort-pagar at end
               go imprime-vencimentos-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move tipo-sort   to ws-tipo-anterior
               move codigo-sort to ws-codigo-anterior
               perform imprime-tipo
           end-if

           if tipo-sort not = ws-tipo-anterior
               perform imprime-total-favorecido
               perform imprime-total-tipo
               move tipo-sort   to ws-tipo-anterior
               move codigo-sort to ws-codigo-anterior
               perform imprime-tipo
           end-if

           if codigo-sort not = ws-codigo-anterior
               perform imprime-total-favorecido
               move codigo-sort to ws-codigo-anterior
           end-if

           add valor-sort to tv-faixa(faixa-sort)
           add valor-sort to tv-faixa(6)
           go imprime-vencimentos-le.
       imprime-vencimentos-encerra.
           if primeira-leitura
               move "Nenhum Titulo a Pagar em Aberto" to linha-relatorio
               write linha-relatorio
               go imprime-vencimentos-fim
           end-if
           perform imprime-total-favorecido
           perform imprime-total-tipo

           move spaces to linha-relatorio
           write linha-relatorio
           move zeros         to 13-codigo
           move "Total Geral" to 13-nome
           perform move-total-geral
               varying ws-indice-faixa from 1 by 1
                 until ws-indice-faixa > 6
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
       imprime-vencimentos-fim.
           exit.
       imprime-tipo.
           evaluate ws-tipo-anterior
               when "F"
                   move "Fornecedores" to 12-titulo
               when "D"
                   move "Despesas de Visita" to 12-titulo
               when other
                   move "Comissoes de Vendedores" to 12-titulo
           end-evaluate
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-total-favorecido.
           move ws-tipo-anterior   to tpg-tipo
           move ws-codigo-anterior to tpg-codigo
           perform busca-favorecido
           move ws-codigo-anterior to 13-codigo
           move ws-nome-favorecido to 13-nome
           perform move-total-favorecido
               varying ws-indice-faixa from 1 by 1
                 until ws-indice-faixa > 6
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write
           initialize totais-favorecido.
       imprime-total-tipo.
           move zeros   to 13-codigo
           move "Total" to 13-nome
           perform move-total-tipo
               varying ws-indice-faixa from 1 by 1
                 until ws-indice-faixa > 6
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write
           initialize totais-tipo.
       move-total-favorecido.
           move tv-faixa(ws-indice-faixa) to 13-faixa(ws-indice-faixa)
           add tv-faixa(ws-indice-faixa) to tt-faixa(ws-indice-faixa).
       move-total-tipo.
           move tt-faixa(ws-indice-faixa) to 13-faixa(ws-indice-faixa)
           add tt-faixa(ws-indice-faixa) to tg-faixa(ws-indice-faixa).
       move-total-geral.
           move tg-faixa(ws-indice-faixa) to 13-faixa(ws-indice-faixa).
       relatorio-vencimentos-fim.
           exit.

      * Nome do favorecido (tpg-tipo e tpg-codigo): razao social do
      * fornecedor ou nome do vendedor.
       busca-favorecido section.
           move spaces to ws-nome-favorecido
           if tpg-tipo = "F"
               move tpg-codigo to for-codigo
               read fornecedores invalid key
                   move "Fornecedor Nao Cadastrado" to for-razao-social
               end-read
               move for-razao-social to ws-nome-favorecido
           else
               move tpg-codigo to codigo-vendedores
               read vendedores invalid key
                   move "Vendedor Nao Cadastrado" to nome-vendedores
               end-read
               move nome-vendedores to ws-nome-favorecido
           end-if.

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
       verifica-ano-bissexto.
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

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Contas-Pagar.
