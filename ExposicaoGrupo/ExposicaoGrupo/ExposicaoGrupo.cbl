       identification division.
       program-id. Exposicao-Grupo.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-GruposClientes.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-GruposClientes.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".

       working-storage section.
       01 estado-grupos            pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 situacao-pedidos         pic x(01) value "N".
          88 pedidos-disponivel    value "S".
       01 ws-indice-membro         pic 9(04) value zeros.
       01 ws-total-membros         pic 9(04) value zeros.
       01 ws-achou-membro          pic x(01) value "N".
       01 tabela-membros.
          03 membro-cliente        pic 9(06) occurs 500 times.

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 lk-grupo                 pic 9(04).
       01 lk-pedido-excluido       pic 9(06).
       01 lk-situacao              pic x(01).
       01 lk-limite                pic 9(11)v99.
       01 lk-titulos               pic 9(11)v99.
       01 lk-pedidos               pic 9(11)v99.
       01 lk-exposicao             pic 9(11)v99.
       01 lk-membros               pic 9(04).
       01 lk-bloqueados            pic 9(04).
       01 lk-propaga               pic x(01).

      * Exposicao consolidada do grupo economico: saldo dos titulos
      * em aberto de todos os membros mais os pedidos pendentes e
      * confirmados ainda nao lancados. O pedido em analise (se ja
      * gravado) fica de fora: quem chama soma o valor dele.
      * Devolve tambem quantos membros estao bloqueados, para a
      * propagacao do bloqueio quando o grupo pede.
       procedure division using lk-grupo lk-pedido-excluido
                                lk-situacao lk-limite lk-titulos
                                lk-pedidos lk-exposicao lk-membros
                                lk-bloqueados lk-propaga.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       le-grupo section.
           move "N"   to lk-situacao
           move "N"   to lk-propaga
           move zeros to lk-limite lk-titulos lk-pedidos lk-exposicao
                         lk-membros lk-bloqueados
           if lk-grupo = zeros
               goback
           end-if

           open input grupos-clientes
           if estado-grupos not = "00"
               close grupos-clientes
               goback
           end-if
           move lk-grupo to grp-codigo
           read grupos-clientes invalid key
               close grupos-clientes
               goback
           end-read
           close grupos-clientes

           if not grupo-ativo
               goback
           end-if
           move "S"                  to lk-situacao
           move grp-limite-credito   to lk-limite
           move grp-propaga-bloqueio to lk-propaga.

      * Membros pelo codigo do grupo; cada um traz os pedidos em
      * carteira pela chave de cliente.
       apura-membros section.
           move zeros to ws-total-membros
           open input clientes
           if estado-clientes not = "00"
               close clientes
               goback
           end-if
           open input pedidos
           move "N" to situacao-pedidos
           if estado-pedidos = "00"
               move "S" to situacao-pedidos
           end-if

           move lk-grupo to grupo-clientes
           start clientes key is = grupo-clientes invalid key
               go apura-membros-fim
           end-start.
       apura-membros-le.
           read clientes next at end
               go apura-membros-fim
           end-read
           if grupo-clientes not = lk-grupo
               go apura-membros-fim
           end-if

           add 1 to lk-membros
           if credito-bloqueado
               add 1 to lk-bloqueados
           end-if
           if ws-total-membros < 500
               add 1 to ws-total-membros
               move codigo-clientes to membro-cliente(ws-total-membros)
           end-if

           if pedidos-disponivel
               perform apura-pedidos-membro
                   thru apura-pedidos-membro-fim
           end-if
           go apura-membros-le.
       apura-membros-fim.
           close clientes pedidos.

      * Titulos nao tem chave por cliente: uma passada so, contra
      * a tabela de membros.
       apura-titulos section.
           open input titulos-receber
           if estado-titulos not = "00"
               close titulos-receber
               go encerra
           end-if
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go apura-titulos-fim
           end-start.
       apura-titulos-le.
           read titulos-receber next at end
               go apura-titulos-fim
           end-read
           if not titulo-aberto
               go apura-titulos-le
           end-if

           move "N" to ws-achou-membro
           move 1   to ws-indice-membro
           perform procura-membro
               until ws-achou-membro = "S"
                  or ws-indice-membro > ws-total-membros
           if ws-achou-membro = "S"
               compute lk-titulos = lk-titulos
                     + tit-valor - tit-valor-recebido
               end-compute
           end-if
           go apura-titulos-le.
       apura-titulos-fim.
           close titulos-receber.

       encerra section.
           compute lk-exposicao = lk-titulos + lk-pedidos
           end-compute
           goback.

       apura-pedidos-membro.
           move codigo-clientes to cliente-pedidos
           start pedidos key is = cliente-pedidos invalid key
               go apura-pedidos-membro-fim
           end-start.
       apura-pedidos-membro-le.
           read pedidos next at end
               go apura-pedidos-membro-fim
           end-read
           if cliente-pedidos not = codigo-clientes
               go apura-pedidos-membro-fim
           end-if
           if numero-pedidos = lk-pedido-excluido
               go apura-pedidos-membro-le
           end-if
           if pedido-pendente or pedido-confirmado
               add valor-pedidos to lk-pedidos
           end-if
           go apura-pedidos-membro-le.
       apura-pedidos-membro-fim.
           exit.
       procura-membro.
           if membro-cliente(ws-indice-membro) = tit-cliente
               move "S" to ws-achou-membro
           else
               add 1 to ws-indice-membro
           end-if.

       end program Exposicao-Grupo.
