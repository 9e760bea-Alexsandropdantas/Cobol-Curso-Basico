       identification division.
       program-id. Manutencao-Grupos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-GruposClientes.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Jornal.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-GruposClientes.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Jornal.txt".

       working-storage section.
       01 estado-grupos          pic x(02) value spaces.
       01 estado-clientes        pic x(02) value spaces.
       01 estado-jornal          pic x(02) value spaces.
       01 resposta               pic x(01) value spaces.
       01 opcao                  pic 9(02) value zeros.
       01 linha                  pic 99    value zeros.
       01 ws-operador            pic x(08) value spaces.
       01 ws-data-sistema        pic 9(08) value zeros.
       01 ws-grupo               pic 9(04) value zeros.
       01 ws-cliente             pic 9(06) value zeros.
       01 ws-membros             pic 9(04) value zeros.
       01 ws-imagem-anterior     pic x(400) value spaces.

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move usuario-corrente to ws-operador.

       abre-arquivo-io-grupos section.
           open i-o grupos-clientes
           if estado-grupos not = "00"
           if estado-grupos = "35" or "05"
               close grupos-clientes
               open output grupos-clientes
               close grupos-clientes
               go abre-arquivo-io-grupos
           else
               display "Arquivo Grupos Com Problema Estado " at 2301
                           estado-grupos
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-clientes section.
           open i-o clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close grupos-clientes
               goback
           end-if.

       mostra-opcoes section.
           display erase            at 0101
           display "01-Incluir  cadastra um grupo economico"   at 0401
           display "02-Alterar  corrige limite e bloqueio do grupo"
                                                                 at 0501
           display "03-Consultar lista os grupos"              at 0601
           display "04-Excluir  remove um grupo sem membros"   at 0701
           display "05-Membros  vincula/desvincula cliente"    at 0801
           display "06-Listar   membros de um grupo"           at 0901
           display "00-Sair     encerra o programa"            at 1101
           display "Opcao: "                                   at 1301
           accept opcao at 1308

           if opcao = 01
               go inclusao
           else
           if opcao = 02
               go alteracao
           else
           if opcao = 03
               go consulta
           else
           if opcao = 04
               go excluir
           else
           if opcao = 05
               go vincula-cliente
           else
           if opcao = 06
               go lista-membros
           else
           if opcao = 00
               close grupos-clientes clientes
               goback
           else
               go mostra-opcoes
           end-if.

      * Limite zero: o grupo nao tem teto consolidado e so vale o
      * limite de cada cliente. A propagacao faz o bloqueio de um
      * membro por inadimplencia barrar os pedidos de todos.
       inclusao section.
           initialize registro-grupos

           display erase                     at 0101
           display "Codigo do Grupo......: "  at 0501
           display "Descricao............: "  at 0601
           display "Limite Consolidado...: "  at 0701
           display "Propaga Bloqueio S/N.: "  at 0801
           accept grp-codigo at 0524
           if grp-codigo = zeros
               go mostra-opcoes
           end-if

           read grupos-clientes invalid key
               go inclusao-dados
           end-read

           display "Este Grupo Ja Existe. " at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           accept grp-descricao at 0624
           if grp-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           accept grp-limite-credito at 0724
           perform pede-propagacao

           move "A"             to grp-situacao
           move ws-operador     to grp-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to grp-data-alteracao

           write registro-grupos invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-grupos
               accept resposta at 2380
               go mostra-opcoes
           end-write

           go mostra-opcoes.

       alteracao section.
           initialize registro-grupos

           display erase                     at 0101
           display "Codigo do Grupo......: "  at 0501
           accept grp-codigo at 0524
           if grp-codigo = zeros
               go mostra-opcoes
           end-if

           read grupos-clientes with lock invalid key
               display "Este Grupo Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go alteracao
           end-read

           display "Descricao............: "  at 0601
           display "Limite Consolidado...: "  at 0701
           display "Propaga Bloqueio S/N.: "  at 0801
           display "Situacao A/I.........: "  at 0901
           display grp-descricao              at 0624
           display grp-limite-credito         at 0724
           display grp-propaga-bloqueio       at 0824
           display grp-situacao               at 0924
           accept grp-descricao               at 0624
           if grp-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               unlock grupos-clientes
               go alteracao
           end-if
           accept grp-limite-credito          at 0724
           perform pede-propagacao
           accept grp-situacao                at 0924
           if grp-situacao = "i"
               move "I" to grp-situacao
           end-if
           if grp-situacao not = "I"
               move "A" to grp-situacao
           end-if
           display grp-situacao at 0924

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               unlock grupos-clientes
               go mostra-opcoes
           end-if

           move ws-operador     to grp-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to grp-data-alteracao

           rewrite registro-grupos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-grupos
               accept resposta at 2380
           end-rewrite
           unlock grupos-clientes

           go mostra-opcoes.

       pede-propagacao.
           accept grp-propaga-bloqueio at 0824
           if grp-propaga-bloqueio = "s"
               move "S" to grp-propaga-bloqueio
           end-if
           if grp-propaga-bloqueio not = "S"
               move "N" to grp-propaga-bloqueio
           end-if
           display grp-propaga-bloqueio at 0824.

       consulta section.
           display erase at 0101
           move zeros to grp-codigo

           start grupos-clientes key is >= chave-grupos invalid key
               display "Nao Ha Grupos Cadastrados...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-monta-tela.
           display erase at 0401
           display "Grupo"     at 0401
           display "Descricao" at 0408
           display "Limite"    at 0450
           display "Prop"      at 0468
           display "St"        at 0474

           move 05 to linha.

       consulta-le-arquivo.
           read grupos-clientes next at end
               go consulta-fim
           end-read

           add 1 to linha

           display grp-codigo           at line linha column 01
           display grp-descricao        at line linha column 08
           display grp-limite-credito   at line linha column 50
           display grp-propaga-bloqueio at line linha column 69
           display grp-situacao         at line linha column 75

           if linha < 22
               go consulta-le-arquivo
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go consulta-monta-tela
           end-if
           go mostra-opcoes.

       consulta-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

      * Grupo com membros nao se exclui: desvincule os clientes ou
      * inative o grupo.
       excluir section.
           initialize registro-grupos

           display erase                     at 0101
           display "Codigo do Grupo......: "  at 0501
           accept grp-codigo at 0524
           if grp-codigo = zeros
               go mostra-opcoes
           end-if

           read grupos-clientes invalid key
               display "Este Grupo Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go excluir
           end-read
           display grp-descricao at 0624

           move grp-codigo to ws-grupo
           perform conta-membros thru conta-membros-fim
           if ws-membros > zeros
               display "Grupo Com Membros: Desvincule ou Inative."
                                  at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           display "Confirma Exclusao do Grupo? Sim ou Nao?"
                                  at 2301
           accept resposta at 2345
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           delete grupos-clientes invalid key
               display "Exclusao com Problema, Estado " at 2301
                    estado-grupos
               accept resposta at 2380
               go mostra-opcoes
           end-delete

           go mostra-opcoes.

      * Grupo zero desvincula o cliente. A alteracao vai para o
      * jornal do cadastro de clientes.
       vincula-cliente section.
           display erase                     at 0101
           display "Codigo do Cliente....: "  at 0501
           move zeros to ws-cliente
           accept ws-cliente at 0524
           if ws-cliente = zeros
               go mostra-opcoes
           end-if

           move ws-cliente to codigo-clientes
           read clientes with lock invalid key
               display "Cliente Nao Cadastrado ... Enter" at 2301
               accept resposta at 2380
               go vincula-cliente
           end-read
           display nome-clientes             at 0531

           display "Grupo Atual..........: "  at 0701
           display grupo-clientes            at 0724
           display "Novo Grupo (0=Nenhum): "  at 0801
           move grupo-clientes to ws-grupo
           accept ws-grupo at 0824

           if ws-grupo not = zeros
               move ws-grupo to grp-codigo
               read grupos-clientes invalid key
                   display "Grupo Nao Cadastrado, verifique." at 2301
                   accept resposta at 2380
                   unlock clientes
                   go vincula-cliente
               end-read
               if not grupo-ativo
                   display "Grupo Inativo, verifique." at 2301
                   accept resposta at 2380
                   unlock clientes
                   go vincula-cliente
               end-if
               display grp-descricao at 0831
           end-if

           display "Confirma? Sim ou Nao?" at 2301
           accept resposta at 2325
           if resposta not = "S" and "s"
               unlock clientes
               go mostra-opcoes
           end-if

           move registro-clientes to ws-imagem-anterior
           move ws-grupo          to grupo-clientes
           move ws-operador       to operador-clientes
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema   to data-alteracao-clientes

           rewrite registro-clientes invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-clientes
               accept resposta at 2380
               unlock clientes
               go mostra-opcoes
           end-rewrite
           unlock clientes

           move "C"                to jrn-tipo
           move codigo-clientes    to jrn-codigo
           move ws-operador        to jrn-operador
           move ws-imagem-anterior to jrn-imagem-anterior
           move registro-clientes  to jrn-imagem-atual
           perform grava-jornal

           display "Vinculo Registrado. Enter" at 2301
           accept resposta at 2380
           go vincula-cliente.

       lista-membros section.
           display erase                     at 0101
           display "Codigo do Grupo......: "  at 0301
           move zeros to ws-grupo
           accept ws-grupo at 0324
           if ws-grupo = zeros
               go mostra-opcoes
           end-if

           move ws-grupo to grupo-clientes
           start clientes key is = grupo-clientes invalid key
               display "Grupo Sem Membros ... Enter" at 2301
               accept resposta at 2380
               go lista-membros
           end-start.
       lista-membros-tela.
           display erase at 0401
           display "Cliente"   at 0401
           display "Nome"      at 0409
           display "UF"        at 0451
           display "Limite"    at 0455
           display "Cred"      at 0472
           move 05 to linha.
       lista-membros-le.
           read clientes next at end
               go lista-membros-fim
           end-read
           if grupo-clientes not = ws-grupo
               go lista-membros-fim
           end-if

           add 1 to linha
           display codigo-clientes         at line linha column 01
           display nome-clientes           at line linha column 09
           display uf-clientes             at line linha column 51
           display limite-credito-clientes at line linha column 55
           display situacao-credito-clientes
                                           at line linha column 73

           if linha < 22
               go lista-membros-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go lista-membros-tela
           end-if
           go mostra-opcoes.
       lista-membros-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

       conta-membros section.
           move zeros    to ws-membros
           move ws-grupo to grupo-clientes
           start clientes key is = grupo-clientes invalid key
               go conta-membros-fim
           end-start.
       conta-membros-le.
           read clientes next at end
               go conta-membros-fim
           end-read
           if grupo-clientes not = ws-grupo
               go conta-membros-fim
           end-if
           add 1 to ws-membros
           go conta-membros-le.
       conta-membros-fim.
           exit.

       copy "C:\CursoCobol\Copylib\GravaJornal.cpy".

       end program Manutencao-Grupos.
