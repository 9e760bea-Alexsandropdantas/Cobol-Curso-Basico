       01 estado-acesso-cpf            pic x(02) value spaces.
       01 estado-contatos              pic x(02) value spaces.
       01 ws-qtd-contatos              pic 9(02) value zeros.
       01 ws-sequencia-consentimento   pic 9(02) value zeros.
       01 ws-acao-consentimento        pic x(01) value spaces.
       01 ws-chamada-contatos          pic 9(06) value zeros.
       01 estado-numeracao             pic x(02) value spaces.
       01 ws-codigo-automatico         pic 9(06) value zeros.
          03 filler                    pic x(01) value "-".
          03 ws-cpf-d1011              pic x(02).
       01 ws-cpf-texto                 pic 9(11) value zeros.
       01 ws-imagem-anterior           pic x(400) value spaces.
       01 ws-registro-salvo            pic x(400) value spaces.
       01 ws-codigo-salvo              pic 9(06) value zeros.
       01 ws-tipo-pessoa-salvo         pic x(01) value spaces.
       01 ws-documento-salvo           pic 9(14) value zeros.
       01 ws-codigo-documento          pic 9(06) value zeros.
       01 situacao-documento           pic x(01) value "N".
          88 documento-duplicado       value "S".
       01 ws-total-geral-vendas        pic 9(11)v99 value zeros.
       01 resposta                     pic x(01) value spaces.
       01 opcao                        pic 9(01) value zeros.
          03 filler redefines separacpf.
             05 wscpf      pic 9 occurs 11.

       copy "C:\CursoCobol\Copylib\CamposCnpj.cpy".

       01 tabela-ufs-literal.
          03 filler pic x(54) value
              "ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
       01 tela-dados3.
          03 line 10 column 01 "CPF...................: ".
          03                   pic zzzzzzzzzz9 using cpf-clientes.

       01 tela-dados3-limpa.
          03 line 10 column 01 blank line.

       01 tela-dados3-pessoa.
          03 line 10 column 41 "Pessoa (F/J).....: ".
          03                   pic x using tipo-pessoa-clientes.

       01 tela-dados3-cnpj.
          03 line 10 column 01 "CNPJ..................: ".
          03                   pic 9(14) using cnpj-clientes.

       01 tela-dados3-inscricao.
          03 line 11 column 41 "Inscr.Estadual...: ".
          03                   pic x(14)
                               using inscricao-estadual-clientes.
          03 line 12 column 41 "Contribuinte ICMS: ".
          03                   pic x using contribuinte-icms-clientes.
          
       01 tela-dados4.
          03 line 11 column 01 "Data cadasto.........: ".
           move ter-vendedor to ws-vendedor-territorio.
       busca-territorio-fim.
           exit.
      * Pessoa fisica identifica-se pelo CPF; pessoa juridica pelo
      * CNPJ, com inscricao estadual e indicacao de contribuinte do
      * ICMS, que decide o tratamento do imposto na fatura.
       inclusao-cpf.
           if tipo-pessoa-clientes = spaces
               move "F" to tipo-pessoa-clientes
           end-if
           display tela-dados3-limpa
           accept tela-dados3-pessoa
           inspect tipo-pessoa-clientes converting "fj" to "FJ"
           if tipo-pessoa-clientes not = "F" and "J"
               display "Pessoa: F=Fisica ou J=Juridica." at 2301
               accept resposta at 2380
               go inclusao-cpf
           end-if

           if cliente-pessoa-juridica
               go inclusao-cnpj
           end-if

           if cpf-clientes not = zeros
               move ws-operador     to acc-operador
               move codigo-clientes to acc-cliente
               display "CPFInvalido, verifique." at 2301
               accept resposta at 2380
               go inclusao-cpf
           end-if

           if cpf-clientes not = zeros
               perform verifica-documento-duplicado
               if documento-duplicado
                   display "CPF Ja Cadastrado no Cliente " at 2301
                           ws-codigo-documento
                   accept resposta at 2380
                   go inclusao-cpf
               end-if
           end-if

           move zeros  to cnpj-clientes
           move spaces to inscricao-estadual-clientes
           move "N"    to contribuinte-icms-clientes
           display tela-dados3-inscricao
           go inclusao-teste-data.
       inclusao-cnpj.
           move zeros to cpf-clientes
           accept tela-dados3-cnpj
           move cnpj-clientes to cnpj-verificando
           perform calcula-cnpj thru calcula-cnpj-e
           if errocnpj = 9
               display "CNPJ Invalido, verifique." at 2301
               accept resposta at 2380
               go inclusao-cnpj
           end-if

           perform verifica-documento-duplicado
           if documento-duplicado
               display "CNPJ Ja Cadastrado no Cliente " at 2301
                       ws-codigo-documento
               accept resposta at 2380
               go inclusao-cnpj
           end-if.
       inclusao-inscricao.
           if contribuinte-icms-clientes = spaces
               move "S" to contribuinte-icms-clientes
           end-if
           accept tela-dados3-inscricao
           inspect inscricao-estadual-clientes
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect contribuinte-icms-clientes converting "sn" to "SN"
           if contribuinte-icms-clientes not = "S" and "N"
               display "Contribuinte ICMS: S=Sim ou N=Nao." at 2301
               accept resposta at 2380
               go inclusao-inscricao
           end-if

           if cliente-contribuinte-icms
               and (inscricao-estadual-clientes = spaces
                    or inscricao-estadual-clientes = "ISENTO")
               display "Contribuinte Exige Inscricao Estadual."
                                              at 2301
               accept resposta at 2380
               go inclusao-inscricao
           end-if.
       inclusao-teste-data.
           if data-cadastro-clientes = zeros
           perform conta-contatos thru conta-contatos-fim
           display "Contatos Cadastrados: " at 1601 ws-qtd-contatos

           display "C=Contatos, E=Enderecos, K=Consentimentos, Enter"
                                                              at 2301
           display " finaliza."                               at 2350
           accept resposta at 2380
           if resposta = "K" or "k"
               move codigo-clientes to ws-chamada-contatos
               move zeros           to ws-sequencia-consentimento
               move "M"             to ws-acao-consentimento
               call "Manutencao-Consentimentos"
                   using ws-chamada-contatos ws-sequencia-consentimento
                         ws-acao-consentimento
               end-call
               cancel "Manutencao-Consentimentos"
               go consulta
           end-if
           if resposta = "E" or "e"
               move codigo-clientes to ws-chamada-contatos
      * o filho abre enderecos i-o: o pai solta o arquivo antes
      * O CPF verdadeiro so chega a tela do supervisor; os demais
      * perfis recebem apenas a mascara, nunca o valor integral.
       protege-cpf.
           display tela-dados3-limpa tela-dados3-pessoa
           if perfil-supervisor and cliente-pessoa-fisica
               display tela-dados3
               move usuario-corrente to acc-operador
               move codigo-clientes  to acc-cliente
               go protege-cpf-fim
           end-if

           if cliente-pessoa-juridica
               display tela-dados3-cnpj tela-dados3-inscricao
               go protege-cpf-fim
           end-if

           move cpf-clientes to ws-cpf-texto
           move ws-cpf-texto(8:2)  to ws-cpf-d89
           move ws-cpf-texto(10:2) to ws-cpf-d1011
           perform exclui-contatos thru exclui-contatos-fim
           perform exclui-enderecos thru exclui-enderecos-fim

           move codigo-clientes to ws-chamada-contatos
           move zeros           to ws-sequencia-consentimento
           move "T"             to ws-acao-consentimento
           call "Manutencao-Consentimentos"
               using ws-chamada-contatos ws-sequencia-consentimento
                     ws-acao-consentimento
           end-call
           cancel "Manutencao-Consentimentos"

           move vendedor-clientes to ws-tot-vendedor
           move -1                to ws-tot-delta-clientes
           compute ws-tot-delta-vendas =
       verifica-uf-fim.
           exit.

      * CPF e CNPJ deixaram de ser chave unica (o cliente juridico
      * tem CPF zerado e vice-versa); a unicidade do documento
      * informado e conferida aqui, preservando o registro em tela.
       verifica-documento-duplicado section.
           move "N"               to situacao-documento
           move zeros             to ws-codigo-documento
           move registro-clientes to ws-registro-salvo
           move codigo-clientes   to ws-codigo-salvo
           move tipo-pessoa-clientes to ws-tipo-pessoa-salvo

           if cliente-pessoa-juridica
               move cnpj-clientes to ws-documento-salvo
               start clientes key is equal to cnpj-clientes
                   invalid key
                       go verifica-documento-fim
               end-start
           else
               move cpf-clientes  to ws-documento-salvo
               start clientes key is equal to cpf-clientes
                   invalid key
                       go verifica-documento-fim
               end-start
           end-if.
       verifica-documento-le.
           read clientes next
               at end
                   go verifica-documento-fim
           end-read

           if ws-tipo-pessoa-salvo = "J"
               if cnpj-clientes not = ws-documento-salvo
                   go verifica-documento-fim
               end-if
           else
               if cpf-clientes not = ws-documento-salvo
                   go verifica-documento-fim
               end-if
           end-if

           if codigo-clientes not = ws-codigo-salvo
               move "S"             to situacao-documento
               move codigo-clientes to ws-codigo-documento
               go verifica-documento-fim
           end-if

           go verifica-documento-le.
       verifica-documento-fim.
           move ws-registro-salvo to registro-clientes.

       calcula-cpf section.
           move zeros to ws-cpf
           move cpf-clientes to separacpf
       calcula-cpf-e.
           exit.

       copy "C:\CursoCobol\Copylib\CalculaCnpj.cpy".

       calcula-percentual-vendas.
           move zeros to ws-total-geral-vendas

