       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Moedas.txt".
       copy "C:\CursoCobol\Copylib\Select-HistoricoMoedas.txt".
           select retorno assign to ws-local-retorno
               file status is estado-retorno
               organization is line sequential.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Moedas.txt".
       copy "C:\CursoCobol\Copylib\FD-HistoricoMoedas.txt".
       fd retorno label record omitted.
       01 linha-retorno            pic x(132).
       01 detalhe-retorno redefines linha-retorno.
       01 ws-rejeitados            pic 9(05) value zeros.
       01 ws-hash-credito          pic 9(15)v99 value zeros.
       01 ws-saldo-titulo          pic 9(09)v99 value zeros.
       01 estado-clientes          pic x(02) value spaces.
       01 ws-saldo-moeda           pic 9(09)v99 value zeros.
       01 ws-valor-moeda           pic 9(09)v99 value zeros.
       01 ws-valor-contabil        pic 9(09)v99 value zeros.
       01 ws-variacao-cambial      pic s9(09)v99 value zeros.
       01 ws-indice-retorno        pic 9(03) value zeros.
       01 ws-total-retornos        pic 9(03) value zeros.
      * Entradas do arquivo de retorno carregadas em tabela para um
                88 retorno-baixado       value "B".
                88 retorno-inconsistente value "I".

       copy "C:\CursoCobol\Copylib\CamposCambio.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
               goback
           end-if

           open input clientes

           move zeros to ws-baixados ws-hash-credito

           move zeros to tit-pedido tit-parcela
                   until estado-titulos = "10"
           end-if

           close titulos-receber clientes

           perform grava-rejeitos thru grava-rejeitos-fim

               move "I" to tab-situacao(ws-indice-retorno)
               exit paragraph
           end-if
           if tit-moeda not = spaces
               perform baixa-titulo-moeda
               exit paragraph
           end-if

           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute
           move tit-cliente to rec-cliente
           move tab-valor-credito(ws-indice-retorno) to rec-valor
           move "BANCO"     to rec-operador
           move spaces      to rec-moeda
           move zeros       to rec-valor-moeda rec-taxa
                               rec-variacao-cambial
           perform grava-recebimento.

      * Titulo em moeda estrangeira: o banco credita reais. O valor
      * quitado na moeda sai pela taxa da data do credito, o saldo em
      * reais baixa pela taxa da emissao e a diferenca fica como
      * variacao cambial. Diferenca de um centavo de arredondamento
      * na moeda quita o saldo.
       baixa-titulo-moeda.
           move tit-cliente to codigo-clientes
           read clientes invalid key
               move zeros to codigo-pais-clientes
           end-read
           move codigo-pais-clientes to ws-cmb-pais
           move tab-data-credito(ws-indice-retorno) to ws-cmb-data
           perform busca-taxa-cambio
           if not ws-cmb-estrangeira
               move tit-taxa-emissao to ws-cmb-taxa
           end-if
      * Sem taxa no cadastro de moedas e sem taxa na emissao nao ha
      * como converter o credito: o retorno fica inconsistente.
           if ws-cmb-taxa = zeros
               move "I" to tab-situacao(ws-indice-retorno)
               exit paragraph
           end-if

           compute ws-saldo-moeda = tit-valor-moeda - tit-recebido-moeda
           end-compute
           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute
           compute ws-valor-moeda rounded =
                   tab-valor-credito(ws-indice-retorno) / ws-cmb-taxa
           end-compute
           if ws-valor-moeda > ws-saldo-moeda
               if ws-valor-moeda - ws-saldo-moeda > 0,01
                   move "I" to tab-situacao(ws-indice-retorno)
                   exit paragraph
               end-if
               move ws-saldo-moeda to ws-valor-moeda
           end-if

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
                   tab-valor-credito(ws-indice-retorno)
                 - ws-valor-contabil
           end-compute

           add ws-valor-moeda      to tit-recebido-moeda
           add ws-valor-contabil   to tit-valor-recebido
           add ws-variacao-cambial to tit-variacao-cambial
           move ws-cmb-taxa        to tit-taxa-pagamento
           move tab-data-credito(ws-indice-retorno)
               to tit-data-pagamento
           move "BANCO" to tit-operador-pagamento
           if tit-recebido-moeda >= tit-valor-moeda
               move "G" to tit-status
           end-if

           rewrite registro-titulos invalid key
               move "I" to tab-situacao(ws-indice-retorno)
               exit paragraph
           end-rewrite

           move "B" to tab-situacao(ws-indice-retorno)
           add 1 to ws-baixados
           add tab-valor-credito(ws-indice-retorno)
               to ws-hash-credito

           move tit-pedido          to rec-pedido
           move tit-parcela         to rec-parcela
           move tit-cliente         to rec-cliente
           move tab-valor-credito(ws-indice-retorno) to rec-valor
           move "BANCO"             to rec-operador
           move tit-moeda           to rec-moeda
           move ws-valor-moeda      to rec-valor-moeda
           move ws-cmb-taxa         to rec-taxa
           move ws-variacao-cambial to rec-variacao-cambial
           perform grava-recebimento.

      * Entradas sem titulo correspondente ou inconsistentes vao

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\BuscaTaxaCambio.cpy".

       end program Retorno-Cobranca.
