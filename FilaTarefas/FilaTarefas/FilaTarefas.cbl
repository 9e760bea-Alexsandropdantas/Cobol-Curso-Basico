       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-ofertas assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Tarefas.txt".
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-ofertas.
       01 registro-sort-ofertas.
           03 valor-sort           pic 9(09)v99.
           03 cliente-sort         pic 9(06).
           03 vendedor-sort        pic 9(03).
           03 produto-sort         pic 9(05).
           03 descricao-sort       pic x(40).
           03 data-sort            pic 9(08).

       working-storage section.
       01 estado-tarefas           pic x(02) value spaces.
           display "01-Listar Tarefas de um Vendedor"  at 0301
           display "02-Encerrar uma Tarefa"            at 0401
           display "03-Relatorio de Tarefas Atrasadas" at 0501
           display "04-Ofertas Abertas por Valor"      at 0601
           display "00-Sair"                           at 0701
           display "Opcao: "                           at 0901
           accept opcao at 0908
           if opcao = 03
               go atrasadas
           else
           if opcao = 04
               go ofertas
           else
           if opcao = 00
               close tarefas clientes
               goback
           end-start.
       lista-monta.
           display erase at 0401
           display "Cliente Vend Aberta   St Resultado Cl Tp Prod."
                                                         at 0401
           move 04 to linha.
       lista-le.
           read tarefas next at end
           display tar-status        at line linha column 23
           display tar-resultado     at line linha column 26
           display classe-clientes   at line linha column 36
           display tar-tipo          at line linha column 39
           if tarefa-oferta
               display tar-produto   at line linha column 42
           end-if

           if linha < 22
               go lista-le
           display "Tarefa Encerrada. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
      * Ofertas sugeridas pela afinidade de produtos, da de maior
      * valor esperado para a de menor, para o vendedor montar a
      * pauta das visitas.
       ofertas section.
           display erase at 0101
           display "Ofertas Abertas por Valor Esperado" at 0101
           display "Vendedor (0=Todos): " at 0301
           move zeros to ws-filtro-vendedor
           accept ws-filtro-vendedor at 0321

           sort arquivo-sort-ofertas
               on descending key valor-sort
               on ascending  key cliente-sort
               input procedure  is carrega-ofertas
                              thru carrega-ofertas-fim
               output procedure is mostra-ofertas
                              thru mostra-ofertas-fim
           go mostra-opcoes.
       carrega-ofertas.
           move zeros to tar-cliente
           start tarefas key is >= tar-cliente invalid key
               go carrega-ofertas-fim
           end-start.
       carrega-ofertas-le.
           read tarefas next at end
               go carrega-ofertas-fim
           end-read

           if not tarefa-aberta or not tarefa-oferta
               go carrega-ofertas-le
           end-if
           if ws-filtro-vendedor not = zeros
               and tar-vendedor not = ws-filtro-vendedor
               go carrega-ofertas-le
           end-if

           move tar-valor-esperado to valor-sort
           move tar-cliente        to cliente-sort
           move tar-vendedor       to vendedor-sort
           move tar-produto        to produto-sort
           move tar-descricao      to descricao-sort
           move tar-data-abertura  to data-sort
           release registro-sort-ofertas
           go carrega-ofertas-le.
       carrega-ofertas-fim.
           exit.
       mostra-ofertas.
           display erase at 0401
           display "Cliente Vend Produto Descricao" at 0401
           display "Valor Esperado Aberta"          at 0451
           move 04 to linha.
       mostra-ofertas-le.
           return arquivo-sort-ofertas at end
               display "Fim da Listagem. Enter Continua" at 2310
               accept resposta at 2350
               go mostra-ofertas-fim
           end-return

           add 1 to linha
           display cliente-sort        at line linha column 01
           display vendedor-sort       at line linha column 09
           display produto-sort        at line linha column 14
           display descricao-sort(1:28) at line linha column 22
           display valor-sort          at line linha column 51
           display data-sort           at line linha column 66

           if linha < 22
               go mostra-ofertas-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go mostra-ofertas
           end-if.
       mostra-ofertas-fim.
           exit.
       atrasadas section.
           move ws-data-sistema to ws-idade-limite
           perform recua-um-dia 15 times
