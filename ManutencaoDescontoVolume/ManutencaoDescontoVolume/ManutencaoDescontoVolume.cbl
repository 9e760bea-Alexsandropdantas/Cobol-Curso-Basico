       identification division.
       program-id. Manutencao-Desconto-Volume.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-DescontosVolume.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-DescontosVolume.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".

       working-storage section.
       01 estado-descontos-volume  pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-tipo-tabela           pic x(01) value spaces.
          88 tabela-do-produto     value "P".
          88 tabela-da-familia     value "F".
       01 ws-tabela-produto        pic 9(05) value zeros.
       01 ws-tabela-familia        pic 9(03) value zeros.

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move usuario-corrente to ws-operador.

       abre-arquivo-io-descontos section.
           open i-o descontos-volume
           if estado-descontos-volume not = "00"
           if estado-descontos-volume = "35" or "05"
               close descontos-volume
               open output descontos-volume
               close descontos-volume
               go abre-arquivo-io-descontos
           else
               display "Arquivo Descontos Com Problema Estado " at 2301
                           estado-descontos-volume
               accept resposta at 2380
               goback
           end-if
           end-if

           open input produtos
           if estado-produtos not = "00"
               display "Arquivo Produtos Com Problema Estado " at 2301
                           estado-produtos
               accept resposta at 2380
               close descontos-volume
               goback
           end-if.

       mostra-opcoes section.
           display erase            at 0101
           display "01-Incluir  faixa de desconto por volume"   at 0401
           display "02-Alterar  corrige o percentual da faixa"  at 0501
           display "03-Consultar lista as faixas de uma tabela" at 0601
           display "04-Excluir  remove uma faixa"               at 0701
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
               close descontos-volume produtos
               goback
           else
               go mostra-opcoes
           end-if.

      * Cada faixa vale a partir da quantidade minima do item. A tabela
      * do produto tem precedencia; a da familia so vale para produtos
      * da familia que nao tenham tabela propria. No pedido vale a
      * maior faixa alcancada e o desconto nao se soma a campanha.
       inclusao section.
           initialize registro-descontos-volume

           display erase                       at 0101
           perform pede-tabela thru pede-tabela-fim
           if ws-tipo-tabela = spaces
               go mostra-opcoes
           end-if

           display "Quantidade Minima....: "   at 0701
           display "Percentual Desconto..: "   at 0801
           accept dvl-quantidade-minima at 0724
           if dvl-quantidade-minima = zeros
               go mostra-opcoes
           end-if

           read descontos-volume invalid key
               go inclusao-dados
           end-read

           display "Ja Existe Faixa Nesta Quantidade. " at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           accept dvl-percentual at 0824
           if dvl-percentual = zeros
               display "Percentual Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if
           if dvl-percentual > 50
               display "Percentual Acima de 50%, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           move ws-operador     to dvl-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to dvl-data-alteracao

           write registro-descontos-volume invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-descontos-volume
               accept resposta at 2380
               go mostra-opcoes
           end-write

           go mostra-opcoes.

       alteracao section.
           initialize registro-descontos-volume

           display erase                       at 0101
           perform pede-tabela thru pede-tabela-fim
           if ws-tipo-tabela = spaces
               go mostra-opcoes
           end-if

           display "Quantidade Minima....: "   at 0701
           accept dvl-quantidade-minima at 0724
           if dvl-quantidade-minima = zeros
               go mostra-opcoes
           end-if

           read descontos-volume invalid key
               display "Faixa Nao Encontrada ... Enter" at 2301
               accept resposta at 2380
               go alteracao
           end-read

           display "Percentual Desconto..: "   at 0801
           display dvl-percentual              at 0824
           accept dvl-percentual               at 0824
           if dvl-percentual = zeros or dvl-percentual > 50
               display "Percentual Deve Ser de 0,01 a 50." at 2301
               accept resposta at 2380
               go alteracao
           end-if

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           move ws-operador     to dvl-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to dvl-data-alteracao

           rewrite registro-descontos-volume invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-descontos-volume
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           go mostra-opcoes.

       consulta section.
           display erase at 0101
           perform pede-tabela thru pede-tabela-fim
           if ws-tipo-tabela = spaces
               go mostra-opcoes
           end-if

           move ws-tabela-produto to dvl-produto
           move ws-tabela-familia to dvl-familia
           move zeros             to dvl-quantidade-minima
           start descontos-volume key is >= chave-descontos-volume
               invalid key
               display "Tabela Sem Faixas Cadastradas...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-monta-tela.
           display erase at 0701
           display "Qtde Minima" at 0705
           display "Desconto %"  at 0725
           display "Operador"    at 0740
           display "Alterado"    at 0752

           move 08 to linha.

       consulta-le-arquivo.
           read descontos-volume next at end
               go consulta-fim
           end-read

           if dvl-produto not = ws-tabela-produto
               or dvl-familia not = ws-tabela-familia
               go consulta-fim
           end-if

           add 1 to linha

           display dvl-quantidade-minima at line linha column 05
           display dvl-percentual        at line linha column 25
           display dvl-operador          at line linha column 40
           display dvl-data-alteracao    at line linha column 52

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
           initialize registro-descontos-volume

           display erase                       at 0101
           perform pede-tabela thru pede-tabela-fim
           if ws-tipo-tabela = spaces
               go mostra-opcoes
           end-if

           display "Quantidade Minima....: "   at 0701
           accept dvl-quantidade-minima at 0724
           if dvl-quantidade-minima = zeros
               go mostra-opcoes
           end-if

           read descontos-volume invalid key
               display "Faixa Nao Encontrada ... Enter" at 2301
               accept resposta at 2380
               go excluir
           end-read

           display "Confirma Exclusao da Faixa de " at 2301
           display dvl-percentual                   at 2331
           display "% Sim ou Nao?"                  at 2338
           accept resposta at 2352
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           delete descontos-volume invalid key
               display "Exclusao com Problema, Estado " at 2301
                    estado-descontos-volume
               accept resposta at 2380
               go mostra-opcoes
           end-delete

           go mostra-opcoes.

      * Identifica a tabela: produto cadastrado ou codigo de familia.
      * Tipo em branco volta ao menu.
       pede-tabela.
           move spaces to ws-tipo-tabela
           move zeros  to ws-tabela-produto ws-tabela-familia
           display "Tabela P=Produto F=Familia: " at 0401
           accept ws-tipo-tabela at 0430
           if ws-tipo-tabela = "p"
               move "P" to ws-tipo-tabela
           end-if
           if ws-tipo-tabela = "f"
               move "F" to ws-tipo-tabela
           end-if
           if ws-tipo-tabela = spaces
               go pede-tabela-fim
           end-if
           if not tabela-do-produto and not tabela-da-familia
               display "Tipo de Tabela Invalido, verifique." at 2301
               accept resposta at 2380
               go pede-tabela
           end-if

           if tabela-do-produto
               display "Produto..............: " at 0501
               accept ws-tabela-produto at 0524
               if ws-tabela-produto = zeros
                   go pede-tabela
               end-if
               move ws-tabela-produto to pro-codigo
               read produtos invalid key
                   display "Produto Nao Cadastrado, verifique." at 2301
                   accept resposta at 2380
                   go pede-tabela
               end-read
               display pro-descricao at 0531
           else
               display "Familia..............: " at 0501
               accept ws-tabela-familia at 0524
               if ws-tabela-familia = zeros
                   go pede-tabela
               end-if
           end-if

           move ws-tabela-produto to dvl-produto
           move ws-tabela-familia to dvl-familia.
       pede-tabela-fim.
           exit.

       end program Manutencao-Desconto-Volume.
