       01 estado-pedidos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 situacao-titulos         pic x(01) value "N".
          88 titulos-disponivel    value "S".
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-indice-mes            pic 99    value zeros.
       01 linha                    pic 99    value zeros.

       copy "C:\CursoCobol\Copylib\CamposGrupo.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".
               goback
           end-if

           move "N" to situacao-titulos
           open input titulos-receber
           if estado-titulos = "00"
               move "S" to situacao-titulos
           end-if.
       mostra-opcoes section.
           display erase                        at 0101
           display "Revisao de Credito"          at 0101
           read clientes invalid key
               move spaces to nome-clientes
               move zeros  to limite-credito-clientes
                              vendas-mensais-clientes grupo-clientes
           end-read

      * O revisor decide com o quadro completo na tela: limite,
           display "Titulos Abertos..: " at 1001 ws-titulos-abertos
           display "Saldo em Aberto..: " at 1101 ws-saldo-aberto

      * Cliente de grupo economico: o quadro do grupo inteiro, com
      * a exposicao dos demais pedidos e titulos dos membros.
           move grupo-clientes to ws-grp-grupo
           move numero-pedidos to ws-grp-pedido-excluido
           call "Exposicao-Grupo"
               using ws-grp-grupo ws-grp-pedido-excluido
                     ws-grp-situacao ws-grp-limite ws-grp-titulos
                     ws-grp-pedidos ws-grp-exposicao ws-grp-membros
                     ws-grp-bloqueados ws-grp-propaga
           end-call
           cancel "Exposicao-Grupo"
           if ws-grp-encontrado
               display "Grupo Economico..: " at 1301 ws-grp-grupo
               display "Membros: "           at 1330 ws-grp-membros
               display "Bloqueados: "        at 1345 ws-grp-bloqueados
               display "Limite do Grupo..: " at 1401 ws-grp-limite
               display "Titulos do Grupo.: " at 1501 ws-grp-titulos
               display "Pedidos do Grupo.: " at 1601 ws-grp-pedidos
               display "Exposicao Total..: " at 1701 ws-grp-exposicao
               if ws-grp-limite not = zeros
                   and ws-grp-exposicao + valor-pedidos > ws-grp-limite
                   display "Pedido Excede o Limite do Grupo." at 1801
               end-if
               if ws-grp-propaga-bloqueio and ws-grp-bloqueados > zeros
                   display "Grupo Bloqueado Por Membro Inadimplente."
                                          at 1901
               end-if
           end-if

           display "Liberar, Rejeitar ou Sair (L/R/S)? " at 2301
           accept resposta at 2337
           if resposta = "L" or "l"
       apura-titulos.
           move zeros to ws-saldo-aberto ws-titulos-abertos

           if not titulos-disponivel
               go apura-titulos-fim
           end-if

