       01 imp-pais                 pic 9(04) value zeros.
       01 imp-data                 pic 9(08) value zeros.
       01 imp-vendas               pic 9(09)v99 value zeros.
       01 imp-tipo-pessoa          pic x(01) value spaces.
       01 imp-cnpj                 pic 9(14) value zeros.
       01 imp-inscricao            pic x(14) value spaces.
       01 imp-contribuinte         pic x(01) value spaces.
       01 ws-motivo-rejeicao       pic x(02) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.

          88 uf-encontrada   value "S".

       copy "C:\CursoCobol\Copylib\CamposCpf.cpy".
       copy "C:\CursoCobol\Copylib\CamposCnpj.cpy".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
           add 1 to cli-lidos

           move zeros  to imp-codigo imp-vendedor imp-cpf
                          imp-pais imp-data imp-vendas imp-cnpj
           move spaces to imp-nome imp-endereco imp-uf imp-cidade
                          imp-tipo-pessoa imp-inscricao
                          imp-contribuinte
           unstring linha-imp-clientes delimited by ";"
               into imp-codigo imp-nome imp-endereco imp-uf
                    imp-cidade imp-vendedor imp-cpf imp-pais
                    imp-data imp-vendas imp-tipo-pessoa imp-cnpj
                    imp-inscricao imp-contribuinte
           end-unstring

           perform valida-cliente-importado
           move imp-pais     to codigo-pais-clientes
           move imp-data     to data-cadastro-clientes
           move imp-vendas   to vendas-mensais-clientes
           move imp-tipo-pessoa  to tipo-pessoa-clientes
           move imp-cnpj         to cnpj-clientes
           move imp-inscricao    to inscricao-estadual-clientes
           move imp-contribuinte to contribuinte-icms-clientes
           move "IMPORT"     to operador-clientes
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to data-alteracao-clientes
               go valida-cliente-importado-fim
           end-if

      * Pessoa juridica: CNPJ no lugar do CPF, inscricao estadual
      * obrigatoria para o contribuinte do ICMS.
           if imp-tipo-pessoa = spaces
               move "F" to imp-tipo-pessoa
           end-if
           inspect imp-tipo-pessoa converting "fj" to "FJ"
           inspect imp-inscricao
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect imp-contribuinte converting "sn" to "SN"
           if imp-tipo-pessoa not = "F" and "J"
               move "09" to ws-motivo-rejeicao
               go valida-cliente-importado-fim
           end-if

           if imp-tipo-pessoa = "F"
               move zeros  to imp-cnpj
               move spaces to imp-inscricao
               move "N"    to imp-contribuinte
               move imp-cpf to cpf-verificando
               perform calcula-cpf thru calcula-cpf-e
               if errocpf = 9
                   move "01" to ws-motivo-rejeicao
                   go valida-cliente-importado-fim
               end-if
           else
               move zeros to imp-cpf
               if imp-cnpj not numeric
                   move "09" to ws-motivo-rejeicao
                   go valida-cliente-importado-fim
               end-if
               move imp-cnpj to cnpj-verificando
               perform calcula-cnpj thru calcula-cnpj-e
               if errocnpj = 9
                   move "09" to ws-motivo-rejeicao
                   go valida-cliente-importado-fim
               end-if
               if imp-contribuinte = spaces
                   if imp-inscricao = spaces or "ISENTO"
                       move "N" to imp-contribuinte
                   else
                       move "S" to imp-contribuinte
                   end-if
               end-if
               if imp-contribuinte not = "S" and "N"
                   move "10" to ws-motivo-rejeicao
                   go valida-cliente-importado-fim
               end-if
               if imp-contribuinte = "S"
                   and (imp-inscricao = spaces
                        or imp-inscricao = "ISENTO")
                   move "10" to ws-motivo-rejeicao
                   go valida-cliente-importado-fim
               end-if
           end-if

           perform valida-data-importacao
               thru valida-data-importacao-fim
           if not data-valida
               continue
           not invalid key
               move "06" to ws-motivo-rejeicao
               go valida-cliente-importado-fim
           end-read

           if imp-tipo-pessoa = "J"
               move imp-cnpj to cnpj-clientes
               start clientes key is equal to cnpj-clientes
                   invalid key
                       continue
                   not invalid key
                       move "06" to ws-motivo-rejeicao
                       go valida-cliente-importado-fim
               end-start
           else
           if imp-cpf not = zeros
               move imp-cpf to cpf-clientes
               start clientes key is equal to cpf-clientes
                   invalid key
                       continue
                   not invalid key
                       move "06" to ws-motivo-rejeicao
                       go valida-cliente-importado-fim
               end-start
           end-if
           end-if.
       valida-cliente-importado-fim.
           exit.
       aloca-codigo-filial.
           move imp-pais           to rej-pais
           move imp-data           to rej-data-cadastro
           move imp-vendas         to rej-vendas
           move imp-tipo-pessoa    to rej-tipo-pessoa
           move imp-cnpj           to rej-cnpj
           move imp-inscricao      to rej-inscricao
           move imp-contribuinte   to rej-contribuinte
           write registro-rejeitados

           if ws-motivo-rejeicao = "06"

       copy "C:\CursoCobol\Copylib\CalculaCpf.cpy".

       copy "C:\CursoCobol\Copylib\CalculaCnpj.cpy".

       copy "C:\CursoCobol\Copylib\GravaLogErro.cpy".
       end program Importacao-Dados.
       
