       identification division.
       program-id. Relatorio-Grupos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-GruposClientes.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-grupos assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-GruposClientes.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-grupos.
       01 registro-sort-grupos.
           03 grupo-sort           pic 9(04).
           03 cliente-sort         pic 9(06).
           03 titulos-sort         pic 9(11)v99.
           03 pedidos-sort         pic 9(11)v99.

       working-storage section.
       01 estado-grupos            pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 situacao-pedidos         pic x(01) value "N".
          88 pedidos-disponivel    value "S".
       01 situacao-titulos         pic x(01) value "N".
          88 titulos-disponivel    value "S".
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-grupo-pedido          pic 9(04) value zeros.
       01 ws-somente-excedidos     pic x(01) value "N".
          88 somente-excedidos     value "S".
       01 ws-grupo-anterior        pic 9(04) value zeros.
       01 ws-cliente-anterior      pic 9(06) value zeros.
       01 ws-pedidos-cliente       pic 9(11)v99 value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 totais-cliente.
          03 tc-titulos            pic 9(11)v99 value zeros.
          03 tc-pedidos            pic 9(11)v99 value zeros.
       01 totais-grupo.
          03 tg-membros            pic 9(04) value zeros.
          03 tg-bloqueados         pic 9(04) value zeros.
          03 tg-titulos            pic 9(11)v99 value zeros.
          03 tg-pedidos            pic 9(11)v99 value zeros.
       01 ws-exposicao             pic 9(11)v99 value zeros.
       01 ws-grupos-impressos      pic 9(04) value zeros.
       01 ws-grupos-excedidos      pic 9(04) value zeros.
       01 ws-indice-membro         pic 9(04) value zeros.
       01 ws-total-membros         pic 9(04) value zeros.
       01 tabela-membros.
          03 membro-grupo          occurs 500 times.
             05 mbr-cliente        pic 9(06).
             05 mbr-nome           pic x(40).
             05 mbr-credito        pic x(01).
             05 mbr-titulos        pic 9(11)v99.
             05 mbr-pedidos        pic 9(11)v99.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(50)
                value "Exposicao de Credito por Grupo Economico".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "CLIENTE".
         03 filler                pic x(42) value "NOME".
         03 filler                pic x(05) value "CRED".
         03 filler                pic x(19) value "TITULOS ABERTOS".
         03 filler                pic x(19) value "PEDIDOS CARTEIRA".
         03 filler                pic x(09) value "EXPOSICAO".
       01 linha-02.
         03 filler                pic x(07) value "Grupo:".
         03 02-grupo              pic zzz9b.
         03 02-descricao          pic x(41).
         03 filler                pic x(08) value "Limite:".
         03 02-limite             pic zzz.zzz.zzz.zz9,99b.
         03 filler                pic x(10) value "Propaga:".
         03 02-propaga            pic x(02).
         03 02-situacao           pic x(08).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 03-cliente            pic zzzzz9bb.
         03 03-nome               pic x(42).
         03 03-credito            pic x(05).
         03 03-titulos            pic zzz.zzz.zzz.zz9,99bb.
         03 03-pedidos            pic zzz.zzz.zzz.zz9,99bb.
         03 03-exposicao          pic zzz.zzz.zzz.zz9,99.
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "Membros:".
         03 04-membros            pic zzz9bbb.
         03 filler                pic x(12) value "Bloqueados:".
         03 04-bloqueados         pic zzz9.
         03 filler                pic x(23) value spaces.
         03 04-titulos            pic zzz.zzz.zzz.zz9,99bb.
         03 04-pedidos            pic zzz.zzz.zzz.zz9,99bb.
         03 04-exposicao          pic zzz.zzz.zzz.zz9,99b.
         03 04-alerta             pic x(14).
       01 linha-05.
         03 filler                pic x(20) value "Grupos Impressos:".
         03 05-impressos          pic zzz9bbb.
         03 filler                pic x(27)
                value "Grupos Acima do Limite:".
         03 05-excedidos          pic zzz9.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input grupos-clientes
           if estado-grupos not = "00"
               display "Arquivo Grupos Com Problema Estado " at 2301
                           estado-grupos
               accept resposta at 2380
               goback
           end-if
           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close grupos-clientes
               goback
           end-if
           open input pedidos titulos-receber
           if estado-pedidos = "00"
               move "S" to situacao-pedidos
           end-if
           if estado-titulos = "00"
               move "S" to situacao-titulos
           end-if.

       pede-opcoes section.
           display erase at 0101
           display "Exposicao de Credito por Grupo Economico" at 0101
           display "Grupo (0=Todos, 9999=Sai).....: " at 0301
           display "Somente Acima do Limite S/N...: " at 0401
           move zeros to ws-grupo-pedido
           accept ws-grupo-pedido at 0333
           if ws-grupo-pedido = 9999
               close grupos-clientes clientes pedidos titulos-receber
               goback
           end-if
           move "N" to ws-somente-excedidos
           accept ws-somente-excedidos at 0433
           if ws-somente-excedidos = "s"
               move "S" to ws-somente-excedidos
           end-if.

      * Consolida por grupo economico os titulos em aberto e os
      * pedidos pendentes e confirmados de cada membro, contra o
      * limite do grupo. Titulos nao tem chave por cliente: a passada
      * e unica e o grupo vem do cadastro do cliente.
       gera-relatorio section.
           move "Relatorio-Grupos"      to ws-spool-programa
           move "Spool-ExposicaoGrupos" to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move zeros  to ws-grupos-impressos ws-grupos-excedidos

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-grupos
               on ascending key grupo-sort cliente-sort
               input procedure  is carrega-grupos
                              thru carrega-grupos-fim
               output procedure is imprime-grupos
                              thru imprime-grupos-fim

           move spaces to linha-relatorio
           write linha-relatorio
           move ws-grupos-impressos to 05-impressos
           move ws-grupos-excedidos to 05-excedidos
           write linha-relatorio from linha-05
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Grupos Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-opcoes.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.

      * Cada membro entra com os pedidos em carteira (mesmo sem
      * valor, para constar da lista); cada titulo em aberto de
      * cliente com grupo entra em seguida.
       carrega-grupos.
           move 1 to grupo-clientes
           if ws-grupo-pedido not = zeros
               move ws-grupo-pedido to grupo-clientes
           end-if
           start clientes key is >= grupo-clientes invalid key
               go carrega-grupos-titulos
           end-start.
       carrega-grupos-clientes.
           read clientes next at end
               go carrega-grupos-titulos
           end-read
           if grupo-clientes = zeros
               go carrega-grupos-clientes
           end-if
           if ws-grupo-pedido not = zeros
               and grupo-clientes not = ws-grupo-pedido
               go carrega-grupos-titulos
           end-if

           move zeros to ws-pedidos-cliente
           if pedidos-disponivel
               perform soma-pedidos-cliente
                   thru soma-pedidos-cliente-fim
           end-if

           move grupo-clientes     to grupo-sort
           move codigo-clientes    to cliente-sort
           move zeros              to titulos-sort
           move ws-pedidos-cliente to pedidos-sort
           release registro-sort-grupos
           go carrega-grupos-clientes.
       carrega-grupos-titulos.
           if not titulos-disponivel
               go carrega-grupos-fim
           end-if
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go carrega-grupos-fim
           end-start.
       carrega-grupos-titulos-le.
           read titulos-receber next at end
               go carrega-grupos-fim
           end-read
           if not titulo-aberto
               go carrega-grupos-titulos-le
           end-if

           move tit-cliente to codigo-clientes
           read clientes key is chave-clientes invalid key
               go carrega-grupos-titulos-le
           end-read
           if grupo-clientes = zeros
               go carrega-grupos-titulos-le
           end-if
           if ws-grupo-pedido not = zeros
               and grupo-clientes not = ws-grupo-pedido
               go carrega-grupos-titulos-le
           end-if

           move grupo-clientes  to grupo-sort
           move codigo-clientes to cliente-sort
           compute titulos-sort = tit-valor - tit-valor-recebido
           end-compute
           move zeros           to pedidos-sort
           release registro-sort-grupos
           go carrega-grupos-titulos-le.
       carrega-grupos-fim.
           exit.

       soma-pedidos-cliente.
           move codigo-clientes to cliente-pedidos
           start pedidos key is = cliente-pedidos invalid key
               go soma-pedidos-cliente-fim
           end-start.
       soma-pedidos-cliente-le.
           read pedidos next at end
               go soma-pedidos-cliente-fim
           end-read
           if cliente-pedidos not = codigo-clientes
               go soma-pedidos-cliente-fim
           end-if
           if pedido-pendente or pedido-confirmado
               add valor-pedidos to ws-pedidos-cliente
           end-if
           go soma-pedidos-cliente-le.
       soma-pedidos-cliente-fim.
           exit.

      * O grupo so e impresso no fechamento, quando ja se sabe se a
      * exposicao passou do limite; os membros ficam na tabela.
       imprime-grupos.
           move "N" to situacao-quebra
           initialize totais-cliente totais-grupo
           move zeros to ws-total-membros.
       imprime-grupos-le.
           return arquivo-sort-grupos at end
               go imprime-grupos-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move grupo-sort   to ws-grupo-anterior
               move cliente-sort to ws-cliente-anterior
           end-if

           if grupo-sort not = ws-grupo-anterior
               perform fecha-cliente
               perform fecha-grupo thru fecha-grupo-zera
               move grupo-sort   to ws-grupo-anterior
               move cliente-sort to ws-cliente-anterior
           end-if

           if cliente-sort not = ws-cliente-anterior
               perform fecha-cliente
               move cliente-sort to ws-cliente-anterior
           end-if

           add titulos-sort to tc-titulos
           add pedidos-sort to tc-pedidos
           go imprime-grupos-le.
       imprime-grupos-encerra.
           if primeira-leitura
               go imprime-grupos-fim
           end-if
           perform fecha-cliente
           perform fecha-grupo thru fecha-grupo-zera.
       imprime-grupos-fim.
           exit.

       fecha-cliente.
           move ws-cliente-anterior to codigo-clientes
           read clientes key is chave-clientes invalid key
               move "Cliente Nao Cadastrado" to nome-clientes
               move spaces to situacao-credito-clientes
           end-read

           add 1 to tg-membros
           if credito-bloqueado
               add 1 to tg-bloqueados
           end-if
           add tc-titulos to tg-titulos
           add tc-pedidos to tg-pedidos

           if ws-total-membros < 500
               add 1 to ws-total-membros
               move ws-cliente-anterior
                             to mbr-cliente(ws-total-membros)
               move nome-clientes
                             to mbr-nome(ws-total-membros)
               move situacao-credito-clientes
                             to mbr-credito(ws-total-membros)
               move tc-titulos
                             to mbr-titulos(ws-total-membros)
               move tc-pedidos
                             to mbr-pedidos(ws-total-membros)
           end-if
           initialize totais-cliente.

       fecha-grupo.
           move ws-grupo-anterior to grp-codigo
           read grupos-clientes invalid key
               move "Grupo Nao Cadastrado" to grp-descricao
               move zeros  to grp-limite-credito
               move "N"    to grp-propaga-bloqueio
               move spaces to grp-situacao
           end-read

           compute ws-exposicao = tg-titulos + tg-pedidos
           end-compute
           move spaces to 04-alerta
           if grp-limite-credito > zeros
               and ws-exposicao > grp-limite-credito
               move "LIMITE EXCEDIDO" to 04-alerta
               add 1 to ws-grupos-excedidos
           else
               if somente-excedidos
                   go fecha-grupo-zera
               end-if
           end-if
           add 1 to ws-grupos-impressos

           move tg-membros    to 04-membros
           move tg-bloqueados to 04-bloqueados
           move tg-titulos    to 04-titulos
           move tg-pedidos    to 04-pedidos
           move ws-exposicao  to 04-exposicao

           move ws-grupo-anterior    to 02-grupo
           move grp-descricao        to 02-descricao
           move grp-limite-credito   to 02-limite
           move grp-propaga-bloqueio to 02-propaga
           move spaces               to 02-situacao
           if grupo-inativo
               move "INATIVO" to 02-situacao
           end-if
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write

           move 1 to ws-indice-membro
           perform imprime-membro
               until ws-indice-membro > ws-total-membros
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write.
       fecha-grupo-zera.
           initialize totais-grupo
           move zeros to ws-total-membros.

       imprime-membro.
           move mbr-cliente(ws-indice-membro) to 03-cliente
           move mbr-nome(ws-indice-membro)    to 03-nome
           move spaces                        to 03-credito
           if mbr-credito(ws-indice-membro) = "B"
               move "BLOQ" to 03-credito
           end-if
           move mbr-titulos(ws-indice-membro) to 03-titulos
           move mbr-pedidos(ws-indice-membro) to 03-pedidos
           compute ws-exposicao = mbr-titulos(ws-indice-membro)
                                + mbr-pedidos(ws-indice-membro)
           end-compute
           move ws-exposicao to 03-exposicao
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write
           add 1 to ws-indice-membro.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Grupos.
