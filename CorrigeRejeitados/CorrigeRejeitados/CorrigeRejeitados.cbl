       01 imp-pais                 pic 9(04) value zeros.
       01 imp-data                 pic 9(08) value zeros.
       01 imp-vendas               pic 9(09)v99 value zeros.
       01 imp-tipo-pessoa          pic x(01) value spaces.
       01 imp-cnpj                 pic 9(14) value zeros.
       01 imp-inscricao            pic x(14) value spaces.
       01 imp-contribuinte         pic x(01) value spaces.

       01 ws-data-valida.
          03 ws-dia-v              pic 9(02).
          88 uf-encontrada   value "S".

       copy "C:\CursoCobol\Copylib\CamposCpf.cpy".
       copy "C:\CursoCobol\Copylib\CamposCnpj.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".
           display "CPF.......: " at 1101 rej-cpf
           display "Pais......: " at 1201 rej-pais
           display "Data Cad..: " at 1301 rej-data-cadastro
           display "Vendas....: " at 1401 rej-vendas
           display "Pessoa....: " at 1501 rej-tipo-pessoa
           display "CNPJ......: " at 1601 rej-cnpj
           display "Insc.Est..: " at 1701 rej-inscricao
           display "Contrib...: " at 1801 rej-contribuinte.
       descreve-motivo.
           evaluate rej-motivo
               when "01" move "CPF INVALIDO"        to
                             ws-descricao-motivo
               when "05" move "DATA INVALIDA"       to
                             ws-descricao-motivo
               when "06" move "CODIGO/DOCUMENTO DUPLICADO" to
                             ws-descricao-motivo
               when "07" move "NOME OBRIGATORIO"    to
                             ws-descricao-motivo
               when "08" move "CODIGO INVALIDO"     to
                             ws-descricao-motivo
               when "09" move "CNPJ/TIPO PESSOA INVALIDO" to
                             ws-descricao-motivo
               when "10" move "INSCRICAO/CONTRIBUINTE"   to
                             ws-descricao-motivo
               when other move "MOTIVO DESCONHECIDO" to
                             ws-descricao-motivo
           end-evaluate.
           move rej-pais          to imp-pais
           move rej-data-cadastro to imp-data
           move rej-vendas        to imp-vendas
           move rej-tipo-pessoa   to imp-tipo-pessoa
           move rej-cnpj          to imp-cnpj
           move rej-inscricao     to imp-inscricao
           move rej-contribuinte  to imp-contribuinte

           accept imp-codigo   at 0514
           accept imp-nome     at 0614
           accept imp-cpf      at 1114
           accept imp-pais     at 1214
           accept imp-data     at 1314
           accept imp-vendas   at 1414
           accept imp-tipo-pessoa  at 1514
           accept imp-cnpj         at 1614
           accept imp-inscricao    at 1714
           accept imp-contribuinte at 1814.
       monta-registro-rejeitado.
           move ws-motivo-rejeicao to rej-motivo
           move imp-codigo         to rej-codigo
           move imp-cpf            to rej-cpf
           move imp-pais           to rej-pais
           move imp-data           to rej-data-cadastro
           move imp-vendas         to rej-vendas
           move imp-tipo-pessoa    to rej-tipo-pessoa
           move imp-cnpj           to rej-cnpj
           move imp-inscricao      to rej-inscricao
           move imp-contribuinte   to rej-contribuinte.
       grava-cliente.
           initialize registro-clientes
           move imp-codigo   to codigo-clientes
           move imp-pais     to codigo-pais-clientes
           move imp-data     to data-cadastro-clientes
           move imp-vendas   to vendas-mensais-clientes
           move imp-tipo-pessoa  to tipo-pessoa-clientes
           move imp-cnpj         to cnpj-clientes
           move imp-inscricao    to inscricao-estadual-clientes
           move imp-contribuinte to contribuinte-icms-clientes
           if usuario-corrente not = spaces
               move usuario-corrente to operador-clientes
           else
               go valida-corrigido-fim
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
               go valida-corrigido-fim
           end-if

           if imp-tipo-pessoa = "F"
               move zeros  to imp-cnpj
               move spaces to imp-inscricao
               move "N"    to imp-contribuinte
               move imp-cpf to cpf-verificando
               perform calcula-cpf thru calcula-cpf-e
               if errocpf = 9
                   move "01" to ws-motivo-rejeicao
                   go valida-corrigido-fim
               end-if
           else
               move zeros to imp-cpf
               if imp-cnpj not numeric
                   move "09" to ws-motivo-rejeicao
                   go valida-corrigido-fim
               end-if
               move imp-cnpj to cnpj-verificando
               perform calcula-cnpj thru calcula-cnpj-e
               if errocnpj = 9
                   move "09" to ws-motivo-rejeicao
                   go valida-corrigido-fim
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
                   go valida-corrigido-fim
               end-if
               if imp-contribuinte = "S"
                   and (imp-inscricao = spaces
                        or imp-inscricao = "ISENTO")
                   move "10" to ws-motivo-rejeicao
                   go valida-corrigido-fim
               end-if
           end-if


           perform valida-data-correcao
               thru valida-data-correcao-fim
           if not data-valida
               continue
           not invalid key
               move "06" to ws-motivo-rejeicao
               go valida-corrigido-fim
           end-read
           if imp-tipo-pessoa = "J"
               move imp-cnpj to cnpj-clientes
               start clientes key is equal to cnpj-clientes
                   invalid key
                       continue
                   not invalid key
                       move "06" to ws-motivo-rejeicao
                       go valida-corrigido-fim
               end-start
           else
           if imp-cpf not = zeros
               move imp-cpf to cpf-clientes
               start clientes key is equal to cpf-clientes
                   invalid key
                       continue
                   not invalid key
                       move "06" to ws-motivo-rejeicao
                       go valida-corrigido-fim
               end-start
           end-if
           end-if.
       valida-corrigido-fim.
           exit.
       verifica-uf-correcao.

       copy "C:\CursoCobol\Copylib\CalculaCpf.cpy".

       copy "C:\CursoCobol\Copylib\CalculaCnpj.cpy".

       end program Corrige-Rejeitados.
