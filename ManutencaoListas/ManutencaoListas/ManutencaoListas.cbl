       identification division.
       program-id. Manutencao-Listas.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".

       data division.
       copy "C:\CursoCobol\Copylib\FD-ListasPreco.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".

       working-storage section.
       01 estado-listas            pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-tipo-lista            pic x(01) value spaces.
          88 lista-do-cliente      value "C".
          88 lista-da-classe       value "K".
       01 ws-lista-cliente         pic 9(06) value zeros.
       01 ws-classe-lista          pic x(01) value spaces.

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move usuario-corrente to ws-operador.

       abre-arquivo-io-listas section.
           open i-o listas-preco
           if estado-listas not = "00"
           if estado-listas = "35" or "05"
               close listas-preco
               open output listas-preco
               close listas-preco
               go abre-arquivo-io-listas
           else
               display "Arquivo Listas Com Problema Estado " at 2301
                           estado-listas
               accept resposta at 2380
               goback
           end-if
           end-if

           open input produtos
           if estado-produtos not = "00"
               display "Arquivo Produtos Com Problema Estado " at 2301
                           estado-produtos
               accept resposta at 2380
               close listas-preco
               goback
           end-if

           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close listas-preco produtos
               goback
           end-if.

       mostra-opcoes section.
           display erase            at 0101
           display "01-Incluir  preco especial com vigencia"    at 0401
           display "02-Alterar  corrige um preco especial"      at 0501
           display "03-Consultar lista os precos de uma lista"  at 0601
           display "04-Excluir  remove um preco especial"       at 0701
           display "00-Sair     encerra o programa"             at 0901
           display "Opcao: "                                    at 1101
           accept opcao at 1108

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
           if opcao = 00
               close listas-preco produtos clientes
               goback
           else
               go mostra-opcoes
           end-if.

      * Lista do cliente vale so para ele; lista da classe vale para
      * todos os clientes da classe ABC. No pedido a do cliente tem
      * precedencia, depois a da classe e por fim a tabela geral.
       inclusao section.
           initialize registro-listas-preco

           display erase                       at 0101
           perform pede-lista thru pede-lista-fim
           if ws-tipo-lista = spaces
               go mostra-opcoes
           end-if

           display "Produto..............: "   at 0701
           display "Vigencia (AAAAMMDD)..: "   at 0801
           display "Preco................: "   at 0901
           accept lpr-produto at 0724
           if lpr-produto = zeros
               go mostra-opcoes
           end-if

           move lpr-produto to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go inclusao
           end-read
           display pro-descricao at 0730

           accept lpr-data-vigencia at 0824
           if lpr-data-vigencia = zeros
               accept ws-data-sistema from date yyyymmdd
               move ws-data-sistema to lpr-data-vigencia
           end-if

           read listas-preco invalid key
               go inclusao-dados
           end-read

           display "Ja Existe Preco Nesta Vigencia. " at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           accept lpr-preco at 0924
           if lpr-preco = zeros
               display "Preco Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           move ws-operador     to lpr-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to lpr-data-alteracao

           write registro-listas-preco invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-listas
               accept resposta at 2380
               go mostra-opcoes
           end-write

           go mostra-opcoes.

       alteracao section.
           initialize registro-listas-preco

           display erase                       at 0101
           perform pede-lista thru pede-lista-fim
           if ws-tipo-lista = spaces
               go mostra-opcoes
           end-if

           display "Produto..............: "   at 0701
           display "Vigencia (AAAAMMDD)..: "   at 0801
           accept lpr-produto at 0724
           if lpr-produto = zeros
               go mostra-opcoes
           end-if
           accept lpr-data-vigencia at 0824
           if lpr-data-vigencia = zeros
               go mostra-opcoes
           end-if

           read listas-preco invalid key
               display "Preco Nao Encontrado ... Enter" at 2301
               accept resposta at 2380
               go alteracao
           end-read

           display "Preco................: "   at 0901
           display lpr-preco                   at 0924
           accept lpr-preco                    at 0924
           if lpr-preco = zeros
               display "Preco Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go alteracao
           end-if

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           move ws-operador     to lpr-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to lpr-data-alteracao

           rewrite registro-listas-preco invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-listas
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           go mostra-opcoes.

       consulta section.
           display erase at 0101
           perform pede-lista thru pede-lista-fim
           if ws-tipo-lista = spaces
               go mostra-opcoes
           end-if

           move ws-lista-cliente to lpr-cliente
           move ws-classe-lista  to lpr-classe
           move zeros            to lpr-produto lpr-data-vigencia
           start listas-preco key is >= chave-listas-preco invalid key
               display "Lista Sem Precos Cadastrados...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-monta-tela.
           display erase at 0701
           display "Produto"  at 0705
           display "Vigencia" at 0715
           display "Preco"    at 0730
           display "Operador" at 0750

           move 08 to linha.

       consulta-le-arquivo.
           read listas-preco next at end
               go consulta-fim
           end-read

           if lpr-cliente not = ws-lista-cliente
               or lpr-classe not = ws-classe-lista
               go consulta-fim
           end-if

           add 1 to linha

           display lpr-produto        at line linha column 05
           display lpr-data-vigencia  at line linha column 15
           display lpr-preco          at line linha column 30
           display lpr-operador       at line linha column 50

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

       excluir section.
           initialize registro-listas-preco

           display erase                       at 0101
           perform pede-lista thru pede-lista-fim
           if ws-tipo-lista = spaces
               go mostra-opcoes
           end-if

           display "Produto..............: "   at 0701
           display "Vigencia (AAAAMMDD)..: "   at 0801
           accept lpr-produto at 0724
           if lpr-produto = zeros
               go mostra-opcoes
           end-if
           accept lpr-data-vigencia at 0824
           if lpr-data-vigencia = zeros
               go mostra-opcoes
           end-if

           read listas-preco invalid key
               display "Preco Nao Encontrado ... Enter" at 2301
               accept resposta at 2380
               go excluir
           end-read

           display "Confirma Exclusao do Preco " at 2301
           display lpr-preco                     at 2328
           display "Sim ou Nao?"                 at 2345
           accept resposta at 2357
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           delete listas-preco invalid key
               display "Exclusao com Problema, Estado " at 2301
                    estado-listas
               accept resposta at 2380
               go mostra-opcoes
           end-delete

           go mostra-opcoes.

      * Identifica a lista: cliente cadastrado ou classe A, B ou C.
      * Tipo em branco volta ao menu.
       pede-lista.
           move spaces to ws-tipo-lista ws-classe-lista
           move zeros  to ws-lista-cliente
           display "Lista C=Cliente K=Classe: " at 0401
           accept ws-tipo-lista at 0428
           if ws-tipo-lista = "c"
               move "C" to ws-tipo-lista
           end-if
           if ws-tipo-lista = "k"
               move "K" to ws-tipo-lista
           end-if
           if ws-tipo-lista = spaces
               go pede-lista-fim
           end-if
           if not lista-do-cliente and not lista-da-classe
               display "Tipo de Lista Invalido, verifique." at 2301
               accept resposta at 2380
               go pede-lista
           end-if

           if lista-do-cliente
               display "Cliente..............: " at 0501
               accept ws-lista-cliente at 0524
               if ws-lista-cliente = zeros
                   go pede-lista
               end-if
               move ws-lista-cliente to codigo-clientes
               read clientes invalid key
                   display "Cliente Nao Cadastrado, verifique." at 2301
                   accept resposta at 2380
                   go pede-lista
               end-read
               display nome-clientes at 0531
           else
               display "Classe ABC...........: " at 0501
               accept ws-classe-lista at 0524
               if ws-classe-lista = "a" or "b" or "c"
                   inspect ws-classe-lista
                       converting "abc" to "ABC"
               end-if
               if ws-classe-lista not = "A" and "B" and "C"
                   display "Classe Deve Ser A, B ou C." at 2301
                   accept resposta at 2380
                   go pede-lista
               end-if
           end-if

           move ws-lista-cliente to lpr-cliente
           move ws-classe-lista  to lpr-classe.
       pede-lista-fim.
           exit.

       end program Manutencao-Listas.
