       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-AcessoCpf.txt".
       copy "C:\CursoCobol\Copylib\Select-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\Select-Chamados.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-AcessoCpf.txt".
       copy "C:\CursoCobol\Copylib\FD-NotasCredito.txt".
       copy "C:\CursoCobol\Copylib\FD-Chamados.txt".

       working-storage section.
       01 estado-acesso-cpf      pic x(02) value spaces.
       01 estado-tarefas         pic x(02) value spaces.
       01 estado-titulos         pic x(02) value spaces.
       01 estado-vendedores      pic x(02) value spaces.
       01 estado-notas-credito   pic x(02) value spaces.
       01 estado-chamados        pic x(02) value spaces.
       01 resposta               pic x(01) value spaces.
       01 opcao                  pic 9(02) value zeros.
       01 ws-cliente             pic 9(06) value zeros.
       01 ws-indice-mes          pic 99    value zeros.
       01 ws-saldo-aberto        pic 9(11)v99 value zeros.
       01 ws-titulos-abertos     pic 9(05) value zeros.
       01 ws-saldo-credito       pic 9(11)v99 value zeros.
       01 ws-notas-credito       pic 9(05) value zeros.
       01 linha                  pic 99    value zeros.
       01 ws-data-hoje           pic 9(08) value zeros.
       01 ws-cpf-mascarado.
          03 filler              pic x(09) value "***.***.*".
          03 ws-cpf-d89          pic x(02).
           open input pedidos
           open input tarefas
           open input titulos-receber
           open input vendedores
           open input notas-credito
           open input chamados.
       pede-cliente section.
           display erase at 0101
           display "Visao 360 do Cliente" at 0101
           accept ws-cliente at 0330
           if ws-cliente = zeros
               close clientes contatos pedidos tarefas
                     titulos-receber vendedores notas-credito
                     chamados
               goback
           end-if

           display "04-Contatos"            at 0601
           display "05-Tarefas Abertas"     at 0701
           display "06-Posicao de Credito"  at 0801
           display "07-Chamados SAC Abertos" at 0901
           display "00-Outro Cliente"       at 1001
           display "Opcao: "                at 1201
           accept opcao at 1208
           if opcao = 06
               go pagina-credito
           else
           if opcao = 07
               go pagina-chamados
           else
           if opcao = 00
               go pede-cliente
           else
           display "Filial....: " at 1001 filial-clientes

      * Mesma regra do cadastro: CPF integral so para supervisor,
      * e todo acesso integral registrado. Pessoa juridica mostra
      * o CNPJ, que nao e dado pessoal.
           if cliente-pessoa-juridica
               display "CNPJ......: " at 1101 cnpj-clientes
               display "I.E.......: " at 1140
                       inscricao-estadual-clientes
               display "Contrib.ICMS: " at 1201
                       contribuinte-icms-clientes
           else
           if perfil-supervisor
               display "CPF.......: " at 1101 cpf-clientes
               move usuario-corrente to acc-operador
               move ws-cpf-texto(10:2) to ws-cpf-d1011
               display "CPF.......: " at 1101 ws-cpf-mascarado
           end-if
           end-if

           display "Enter Continua" at 2310
           accept resposta at 2350
               display "Tarefa Aberta em: " at 0401 tar-data-abertura
               display "Status..........: " at 0501 tar-status
               display "Resultado.......: " at 0601 tar-resultado
               if tarefa-oferta
                   display "Oferta Sugerida.: " at 0701 tar-produto
                   display tar-descricao        at 0727
                   display "Valor Esperado..: " at 0801
                               tar-valor-esperado
               end-if
               if tarefa-satisfacao
                   display "Pesquisa........: " at 0701 tar-descricao
               end-if
           end-read

           display "Enter Continua" at 2310
           display "Saldo em Aberto......: " at 0801
                       ws-saldo-aberto

      * Notas de credito de devolucao ainda nao aplicadas nem
      * reembolsadas.
           move zeros to ws-saldo-credito ws-notas-credito
           move ws-cliente to ncr-cliente
           start notas-credito key is = ncr-cliente invalid key
               go pagina-credito-notas
           end-start.
       pagina-credito-notas-le.
           read notas-credito next at end
               go pagina-credito-notas
           end-read
           if ncr-cliente not = ws-cliente
               go pagina-credito-notas
           end-if
           if nota-credito-aberta
               add 1 to ws-notas-credito
               compute ws-saldo-credito = ws-saldo-credito + ncr-valor
                     - ncr-valor-aplicado - ncr-valor-reembolsado
               end-compute
           end-if
           go pagina-credito-notas-le.
       pagina-credito-notas.
           display "Notas de Credito.....: " at 1001
                       ws-notas-credito
           display "Credito Disponivel...: " at 1101
                       ws-saldo-credito

           display "Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.
      * Chamados do SAC ainda pendentes; o asterisco marca os que
      * ja passaram do prazo de atendimento.
       pagina-chamados section.
           display erase at 0401
           display "Numero Abertura Prazo    Ct Sit Responsav Descricao"
                                  at 0401
           move 04 to linha
           accept ws-data-hoje from date yyyymmdd

           move ws-cliente to cha-cliente
           start chamados key is = cha-cliente invalid key
               display "Nenhum Chamado Para Este Cliente." at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.
       pagina-chamados-le.
           read chamados next at end
               go pagina-chamados-fim
           end-read
           if cha-cliente not = ws-cliente
               go pagina-chamados-fim
           end-if
           if not chamado-pendente
               go pagina-chamados-le
           end-if

           add 1 to linha
           display cha-numero          at line linha column 01
           display cha-data-abertura   at line linha column 08
           display cha-data-limite     at line linha column 17
           if cha-data-limite < ws-data-hoje
               display "*"             at line linha column 25
           end-if
           display cha-categoria       at line linha column 26
           display cha-situacao        at line linha column 30
           display cha-responsavel     at line linha column 33
           display cha-descricao(1:37) at line linha column 43

           if linha < 22
               go pagina-chamados-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               display erase at 0501
               move 04 to linha
               go pagina-chamados-le
           end-if
           go mostra-opcoes.
       pagina-chamados-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

       copy "C:\CursoCobol\Copylib\GravaAcessoCpf.cpy".

