       copy "C:\CursoCobol\Copylib\Select-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Processamento.txt".
       copy "C:\CursoCobol\Copylib\Select-Adiantamentos.txt".
           select extrato assign to ws-local
               organization is line sequential.

       copy "C:\CursoCobol\Copylib\FD-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Processamento.txt".
       copy "C:\CursoCobol\Copylib\FD-Adiantamentos.txt".
       fd extrato label record omitted.
       01 linha-extrato            pic x(132).
       working-storage section.
       01 estado-novovendedores    pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-processamento     pic x(02) value spaces.
       01 estado-adiantamentos     pic x(02) value spaces.
       01 ws-tem-adiantamentos     pic x(01) value "N".
          88 adiantamentos-disponivel value "S".
       01 ws-competencia-desconto  pic 9(06) value zeros.
       01 ws-desconto-adiantamento pic 9(11)v99 value zeros.
       01 ws-saldo-adiantamento    pic 9(11)v99 value zeros.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(50) value spaces.
       01 ws-extrato-base          pic x(50) value spaces.
         03 filler                pic x(25)
                value "Comissao Calculada.....:".
         03 14-comissao           pic zz.zzz.zzz.zz9,99.
       01 linha-04c.
         03 filler                pic x(25)
                value "Desconto Adiantamento..:".
         03 14-desconto           pic zz.zzz.zzz.zz9,99.
         03 filler                pic x(15) value "  Competencia:".
         03 14-competencia        pic 9999/99.
       01 linha-04d.
         03 filler                pic x(25)
                value "Saldo de Adiantamentos.:".
         03 14-saldo              pic zz.zzz.zzz.zz9,99.
       01 linha-05.
         03 filler                pic x(25)
                value "Clientes em Queda......:".
               goback
           end-if

           move "N" to ws-tem-adiantamentos
           open input adiantamentos
           if estado-adiantamentos = "00"
               move "S" to ws-tem-adiantamentos
           else
               close adiantamentos
           end-if

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           go percorre-vendedores-le.
       percorre-vendedores-fim.
           close vendedores novovendedores clientes processamento
           if adiantamentos-disponivel
               close adiantamentos
           end-if

           display "Extratos Gerados: " at 1001 ws-extratos-gerados
           display "Verifique o Diretorio Relatorios. Enter" at 2301
           move ws-comissao to 14-comissao
           write linha-extrato from linha-04b

           if adiantamentos-disponivel
               perform soma-adiantamentos thru soma-adiantamentos-fim
               if ws-competencia-desconto > zeros
                   move ws-desconto-adiantamento to 14-desconto
                   move ws-competencia-desconto  to 14-competencia
                   write linha-extrato from linha-04c
               end-if
               if ws-saldo-adiantamento > zeros
                   move ws-saldo-adiantamento to 14-saldo
                   write linha-extrato from linha-04d
               end-if
           end-if

           move ws-clientes-caindo to 15-caindo
           write linha-extrato from linha-05

       gera-extrato-fim.
           exit.

      * Desconto de adiantamento da ultima apuracao de comissao que
      * descontou do vendedor, e o saldo que ainda resta descontar.
       soma-adiantamentos section.
           move zeros to ws-competencia-desconto
                         ws-desconto-adiantamento
                         ws-saldo-adiantamento
           move codigo-vendedores to adt-vendedor
           move zeros             to adt-competencia
           start adiantamentos key is >= chave-adiantamentos
               invalid key
               go soma-adiantamentos-fim
           end-start.
       soma-adiantamentos-le.
           read adiantamentos next at end
               go soma-adiantamentos-fim
           end-read
           if adt-vendedor not = codigo-vendedores
               go soma-adiantamentos-fim
           end-if
           if adiantamento-cancelado
               go soma-adiantamentos-le
           end-if

           if adt-ultima-competencia > ws-competencia-desconto
               move adt-ultima-competencia to ws-competencia-desconto
               move zeros to ws-desconto-adiantamento
           end-if
           if adt-ultima-competencia = ws-competencia-desconto
               and adt-ultima-competencia > zeros
               add adt-ultimo-desconto to ws-desconto-adiantamento
           end-if
           if adiantamento-aberto
               compute ws-saldo-adiantamento = ws-saldo-adiantamento
                       + adt-valor - adt-valor-descontado
               end-compute
           end-if
           go soma-adiantamentos-le.
       soma-adiantamentos-fim.
           exit.

       end program Extrato-Vendedor.
