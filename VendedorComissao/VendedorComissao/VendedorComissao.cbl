       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-CarteiraCompartilhada.txt".
       copy "C:\CursoCobol\Copylib\Select-Adiantamentos.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select parametro-contabil assign to ws-local-parametro
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-CarteiraCompartilhada.txt".
       copy "C:\CursoCobol\Copylib\FD-Adiantamentos.txt".
       fd parametro-contabil label record omitted.
       01 registro-parametro.
           02 par-conta-debito       pic x(10).
       01 ws-cc-cliente-atual      pic 9(06) value zeros.
       01 ws-cc-parcela            pic 9(12)v99 value zeros.
       01 ws-base-ajustada         pic s9(12)v99 value zeros.
       01 estado-adiantamentos     pic x(02) value spaces.
       01 tabela-adiantamentos.
          03 tad-marca occurs 999 times pic x(01).
       01 ws-vendedor-adt          pic 9(04) value zeros.
       01 ws-disponivel-adt        pic s9(11)v99 value zeros.
       01 ws-comissao-mes-adt      pic 9(11)v99 value zeros.
       01 ws-desconto-adt          pic 9(11)v99 value zeros.
       01 ws-total-desconto-adt    pic 9(11)v99 value zeros.
       01 ws-saldo-adt             pic 9(11)v99 value zeros.
       01 ws-descontos-adt         pic 9(03) value zeros.
       01 situacao-adt             pic x(01) value "N".
          88 vendedor-bloqueado-adt value "B".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
         03 12f-taxa              pic z9,99b.
         03 filler                pic x(09) value "Comissao:".
         03 12f-comissao          pic zz.zzz.zz9,99.
       01 linha-03.
         03 filler                pic x(07) value spaces.
         03 filler                pic x(40)
                value "DESCONTO DE ADIANTAMENTOS".
         03 filler                pic x(16) value "COMISSAO DO MES".
         03 filler                pic x(16) value "DESCONTADO".
         03 filler                pic x(16) value "SALDO A DESCONTAR".
       01 linha-03d.
         03 filler                pic x(05) value spaces.
         03 13-codigo             pic zz9bb.
         03 13-nome               pic x(37).
         03 13-comissao           pic zz.zzz.zz9,99bbb.
         03 13-descontado         pic zz.zzz.zz9,99bbb.
         03 13-saldo              pic zz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".
           if fx-plano not = plano-comissao-vendedores
               go calcula-comissao-faixas-fim
           end-if
           if (fx-vigencia-inicio not = zeros
                   and ws-competencia < fx-vigencia-inicio)
               or (fx-vigencia-fim not = zeros
                   and ws-competencia > fx-vigencia-fim)
               go calcula-faixas-le
           end-if

           if ws-base-comissao <= fx-piso
               go calcula-faixas-le
           if fx-plano not = plano-comissao-vendedores
               go imprime-faixas-fim
           end-if
           if (fx-vigencia-inicio not = zeros
                   and ws-competencia < fx-vigencia-inicio)
               or (fx-vigencia-fim not = zeros
                   and ws-competencia > fx-vigencia-fim)
               go imprime-faixas-le
           end-if

           if ws-base-comissao <= fx-piso
               go imprime-faixas-le
               end-if
           end-read.

      * Adiantamentos abertos ate a competencia sao descontados da
      * comissao pendente do mes (N+S+P-E), do mais antigo para o
      * mais novo; o que nao couber fica em aberto para o mes
      * seguinte. O desconto vai ao razao como linha propria (tipo
      * A). Reprocessar a competencia desfaz o desconto anterior
      * dela antes de aplicar de novo; vendedor com desconto ja pago
      * ou ja descontado em competencia posterior fica como esta.
       desconta-adiantamentos.
           move zeros to ws-descontos-adt
           open i-o adiantamentos
           if estado-adiantamentos not = "00"
               close adiantamentos
               go desconta-adiantamentos-fim
           end-if

           initialize tabela-adiantamentos
           move zeros to adt-vendedor adt-competencia
           start adiantamentos key is >= chave-adiantamentos
               invalid key
               go desconta-adiantamentos-encerra
           end-start.
       desconta-adiantamentos-marca.
           read adiantamentos next at end
               go desconta-adiantamentos-aplica
           end-read

           if adt-vendedor > zeros
               and adt-competencia not > ws-competencia
               and (adiantamento-aberto
                    or adt-ultima-competencia not < ws-competencia)
               move "S" to tad-marca(adt-vendedor)
           end-if
           go desconta-adiantamentos-marca.
       desconta-adiantamentos-aplica.
           move spaces to linha-relatorio
           write linha-relatorio at eop
               perform gera-relatorio-cabecalho
           end-write
           write linha-relatorio from linha-03 at eop
               perform gera-relatorio-cabecalho
           end-write

           perform desconta-vendedor thru desconta-vendedor-fim
               varying ws-vendedor-adt from 1 by 1
               until ws-vendedor-adt > 999.
       desconta-adiantamentos-encerra.
           close adiantamentos.
       desconta-adiantamentos-fim.
           exit.

       desconta-vendedor.
           if tad-marca(ws-vendedor-adt) not = "S"
               go desconta-vendedor-fim
           end-if

           move ws-vendedor-adt to com-vendedor
           move ws-competencia  to com-competencia
           move "A"             to com-tipo
           read comissoes invalid key
               continue
           not invalid key
               if comissao-paga
                   add 1 to ws-pagos-mantidos
                   go desconta-vendedor-fim
               end-if
           end-read

           move "N" to situacao-adt
           move ws-vendedor-adt to adt-vendedor
           move zeros           to adt-competencia
           start adiantamentos key is >= chave-adiantamentos
               invalid key
               go desconta-vendedor-fim
           end-start.
       desconta-vendedor-verifica.
           read adiantamentos next at end
               go desconta-vendedor-estorno
           end-read
           if adt-vendedor not = ws-vendedor-adt
               go desconta-vendedor-estorno
           end-if
           if adt-ultima-competencia > ws-competencia
               move "B" to situacao-adt
           end-if
           go desconta-vendedor-verifica.
       desconta-vendedor-estorno.
           if vendedor-bloqueado-adt
               go desconta-vendedor-fim
           end-if

           move ws-vendedor-adt to adt-vendedor
           move zeros           to adt-competencia
           start adiantamentos key is >= chave-adiantamentos
               invalid key
               go desconta-vendedor-fim
           end-start.
       desconta-vendedor-estorna.
           read adiantamentos next at end
               go desconta-vendedor-apura
           end-read
           if adt-vendedor not = ws-vendedor-adt
               go desconta-vendedor-apura
           end-if
           if adt-ultima-competencia not = ws-competencia
               or adiantamento-cancelado
               go desconta-vendedor-estorna
           end-if

           subtract adt-ultimo-desconto from adt-valor-descontado
           move zeros to adt-ultimo-desconto adt-ultima-competencia
           move "A"   to adt-status
           rewrite registro-adiantamentos invalid key
               display "ReGravacao Adiantamentos Com Problema, Estado "
                                      at 2301 estado-adiantamentos
               accept resposta at 2380
           end-rewrite
           go desconta-vendedor-estorna.
       desconta-vendedor-apura.
           move zeros to ws-disponivel-adt
           move ws-vendedor-adt to com-vendedor
           move ws-competencia  to com-competencia
           move spaces          to com-tipo
           start comissoes key is >= chave-comissoes invalid key
               go desconta-vendedor-saldo
           end-start.
       desconta-vendedor-apura-le.
           read comissoes next at end
               go desconta-vendedor-saldo
           end-read
           if com-vendedor not = ws-vendedor-adt
               or com-competencia not = ws-competencia
               go desconta-vendedor-saldo
           end-if
           if comissao-adiantamento or not comissao-pendente
               go desconta-vendedor-apura-le
           end-if

           if comissao-estorno or comissao-recalculo-debito
               subtract com-valor from ws-disponivel-adt
           else
               add com-valor to ws-disponivel-adt
           end-if
           go desconta-vendedor-apura-le.
       desconta-vendedor-saldo.
           if ws-disponivel-adt < zeros
               move zeros to ws-disponivel-adt
           end-if
           move ws-disponivel-adt to ws-comissao-mes-adt
           move zeros to ws-total-desconto-adt ws-saldo-adt

           move ws-vendedor-adt to adt-vendedor
           move zeros           to adt-competencia
           start adiantamentos key is >= chave-adiantamentos
               invalid key
               go desconta-vendedor-grava
           end-start.
       desconta-vendedor-aplica.
           read adiantamentos next at end
               go desconta-vendedor-grava
           end-read
           if adt-vendedor not = ws-vendedor-adt
               go desconta-vendedor-grava
           end-if
           if not adiantamento-aberto
               go desconta-vendedor-aplica
           end-if

           if adt-competencia not > ws-competencia
               and ws-disponivel-adt > zeros
               compute ws-desconto-adt =
                       adt-valor - adt-valor-descontado
               end-compute
               if ws-desconto-adt > ws-disponivel-adt
                   move ws-disponivel-adt to ws-desconto-adt
               end-if
               add ws-desconto-adt      to adt-valor-descontado
               move ws-desconto-adt     to adt-ultimo-desconto
               move ws-competencia      to adt-ultima-competencia
               if adt-valor-descontado not < adt-valor
                   move "Q" to adt-status
               end-if
               rewrite registro-adiantamentos invalid key
                   display "ReGravacao Adiantamentos Com Problema, "
                                      at 2301
                   display "Estado " at 2341 estado-adiantamentos
                   accept resposta at 2380
               end-rewrite
               subtract ws-desconto-adt from ws-disponivel-adt
               add ws-desconto-adt to ws-total-desconto-adt
           end-if

           if adiantamento-aberto
               compute ws-saldo-adt = ws-saldo-adt
                       + adt-valor - adt-valor-descontado
               end-compute
           end-if
           go desconta-vendedor-aplica.
       desconta-vendedor-grava.
           move ws-vendedor-adt to com-vendedor
           move ws-competencia  to com-competencia
           move "A"             to com-tipo
           read comissoes invalid key
               if ws-total-desconto-adt = zeros
                   go desconta-vendedor-imprime
               end-if
               initialize registro-comissoes
               move ws-vendedor-adt       to com-vendedor
               move ws-competencia        to com-competencia
               move "A"                   to com-tipo
               move ws-comissao-mes-adt   to com-base
               move zeros                 to com-taxa
               move ws-total-desconto-adt to com-valor
               move "P"    to com-status
               move spaces to com-operador-pagamento
               move zeros  to com-data-pagamento
               write registro-comissoes invalid key
                   continue
               end-write
           not invalid key
               move ws-comissao-mes-adt   to com-base
               move ws-total-desconto-adt to com-valor
               rewrite registro-comissoes invalid key
                   continue
               end-rewrite
           end-read.
       desconta-vendedor-imprime.
           move ws-vendedor-adt to codigo-vendedores
           read vendedores invalid key
               move spaces to nome-vendedores
           end-read

           move ws-vendedor-adt       to 13-codigo
           move nome-vendedores       to 13-nome
           move ws-comissao-mes-adt   to 13-comissao
           move ws-total-desconto-adt to 13-descontado
           move ws-saldo-adt          to 13-saldo
           write linha-relatorio from linha-03d at eop
               perform gera-relatorio-cabecalho
           end-write
           add 1 to ws-descontos-adt.
       desconta-vendedor-fim.
           exit.

       gera-relatorio-fim.
           perform grava-overrides
           perform desconta-adiantamentos
               thru desconta-adiantamentos-fim

           move spaces                to registro-contabil
           move "T"                   to ctb-trl-tipo
               display "Comissoes Ja Pagas Mantidas: " at 2201
                           ws-pagos-mantidos
           end-if
           if ws-descontos-adt > zeros
               display "Vendedores Com Desconto de Adiantamento: "
                                      at 2101 ws-descontos-adt
           end-if
           display "Relatorio de Comissao Finalizado." at 2315
           accept resposta at 2370
           goback.
