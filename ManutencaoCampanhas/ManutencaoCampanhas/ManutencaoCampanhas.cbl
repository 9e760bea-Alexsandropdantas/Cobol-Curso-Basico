       identification division.
       program-id. Manutencao-Campanhas.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Familias.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Campanhas.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensCampanha.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Familias.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".

       working-storage section.
       01 estado-campanhas         pic x(02) value spaces.
       01 estado-itens-campanha    pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-familias          pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-campanha              pic 9(04) value zeros.
       01 ws-sequencia             pic 9(03) value zeros.
       01 ws-tipo-item             pic x(01) value spaces.
          88 item-por-produto      value "P".
          88 item-por-familia      value "F".

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move usuario-corrente to ws-operador.

       abre-arquivo-io-campanhas section.
           open i-o campanhas
           if estado-campanhas not = "00"
           if estado-campanhas = "35" or "05"
               close campanhas
               open output campanhas
               close campanhas
               go abre-arquivo-io-campanhas
           else
               display "Arquivo Campanhas Com Problema Estado " at 2301
                           estado-campanhas
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-io-itens section.
           open i-o itens-campanha
           if estado-itens-campanha not = "00"
           if estado-itens-campanha = "35" or "05"
               close itens-campanha
               open output itens-campanha
               close itens-campanha
               go abre-arquivo-io-itens
           else
               display "Arquivo Itens Campanha Com Problema Estado "
                                                               at 2301
                           estado-itens-campanha
               accept resposta at 2380
               close campanhas
               goback
           end-if
           end-if

           open input produtos
           if estado-produtos not = "00"
               display "Arquivo Produtos Com Problema Estado " at 2301
                           estado-produtos
               accept resposta at 2380
               close campanhas itens-campanha
               goback
           end-if
           open input familias filiais.

       mostra-opcoes section.
           display erase            at 0101
           display "01-Incluir  cadastra uma campanha"         at 0401
           display "02-Alterar  corrige periodo e regiao"      at 0501
           display "03-Consultar lista as campanhas"           at 0601
           display "04-Itens    produtos e familias da campanha" at 0701
           display "05-Cancelar encerra uma campanha"          at 0801
           display "00-Sair     encerra o programa"            at 1001
           display "Opcao: "                                   at 1201
           accept opcao at 1208

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
               go itens
           else
           if opcao = 05
               go cancelamento
           else
           if opcao = 00
               close campanhas itens-campanha produtos familias
                     filiais
               goback
           else
               go mostra-opcoes
           end-if.

      * Campanha sem UF ou sem filial vale para todas. Os produtos e
      * familias entram pela opcao de itens.
       inclusao section.
           initialize registro-campanhas

           display erase                        at 0101
           display "Codigo da Campanha....: "   at 0501
           accept cmp-codigo at 0525
           if cmp-codigo = zeros
               go mostra-opcoes
           end-if

           read campanhas invalid key
               go inclusao-dados
           end-read

           display "Esta Campanha Ja Existe. " at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           display "Descricao.............: "   at 0601
           accept cmp-descricao at 0625
           if cmp-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           perform pede-periodo-regiao thru pede-periodo-regiao-fim

           move "A"             to cmp-situacao
           move ws-operador     to cmp-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to cmp-data-alteracao

           write registro-campanhas invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-campanhas
               accept resposta at 2380
               go mostra-opcoes
           end-write

           move cmp-codigo to ws-campanha
           go itens-lista.

       alteracao section.
           initialize registro-campanhas

           display erase                        at 0101
           display "Codigo da Campanha....: "   at 0501
           accept cmp-codigo at 0525
           if cmp-codigo = zeros
               go mostra-opcoes
           end-if

           read campanhas invalid key
               display "Esta Campanha Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go alteracao
           end-read
           if campanha-cancelada
               display "Campanha Cancelada, Nao Pode Ser Alterada."
                                                           at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           display "Descricao.............: "   at 0601
           display cmp-descricao                at 0625
           accept cmp-descricao                 at 0625
           if cmp-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go alteracao
           end-if

           perform pede-periodo-regiao thru pede-periodo-regiao-fim

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           move ws-operador     to cmp-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to cmp-data-alteracao

           rewrite registro-campanhas invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-campanhas
               accept resposta at 2380
           end-rewrite

           go mostra-opcoes.

       consulta section.
           display erase at 0101
           move zeros to cmp-codigo

           start campanhas key is >= chave-campanhas invalid key
               display "Nao Ha Campanhas Cadastradas...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-monta-tela.
           display erase at 0401
           display "Camp"      at 0401
           display "Descricao" at 0407
           display "Inicio"    at 0448
           display "Fim"       at 0458
           display "UF"        at 0468
           display "Fil"       at 0471
           display "St"        at 0475

           move 05 to linha.

       consulta-le-arquivo.
           read campanhas next at end
               go consulta-fim
           end-read

           add 1 to linha

           display cmp-codigo       at line linha column 01
           display cmp-descricao    at line linha column 07
           display cmp-data-inicio  at line linha column 48
           display cmp-data-fim     at line linha column 58
           display cmp-uf           at line linha column 68
           display cmp-filial       at line linha column 71
           display cmp-situacao     at line linha column 76

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

      * Cada item e um produto ou uma familia inteira, com preco
      * promocional fixo ou percentual sobre o preco do cliente.
       itens section.
           display erase                        at 0101
           display "Codigo da Campanha....: "   at 0501
           move zeros to ws-campanha
           accept ws-campanha at 0525
           if ws-campanha = zeros
               go mostra-opcoes
           end-if
           move ws-campanha to cmp-codigo
           read campanhas invalid key
               display "Esta Campanha Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go itens
           end-read.
       itens-lista.
           display erase                        at 0101
           display "Campanha: "                 at 0101
           display cmp-codigo                   at 0111
           display cmp-descricao                at 0117
           display "Seq"       at 0301
           display "Produto"   at 0306
           display "Familia"   at 0315
           display "Preco Promocional" at 0325
           display "Desc %"    at 0345
           move 03 to linha
           move zeros to ws-sequencia

           move ws-campanha to ica-campanha
           move zeros       to ica-sequencia
           start itens-campanha key is >= chave-itens-campanha
               invalid key
               go itens-opcao
           end-start.
       itens-lista-le.
           read itens-campanha next at end
               go itens-opcao
           end-read
           if ica-campanha not = ws-campanha
               go itens-opcao
           end-if
           move ica-sequencia to ws-sequencia
           if linha < 18
               add 1 to linha
               display ica-sequencia         at line linha column 01
               display ica-produto           at line linha column 06
               display ica-familia           at line linha column 15
               display ica-preco-promocional at line linha column 25
               display ica-percentual-desconto
                                             at line linha column 45
           end-if
           go itens-lista-le.
       itens-opcao.
           if campanha-cancelada
               display "Campanha Cancelada. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if
           display "I=Incluir E=Excluir Item, Enter Volta: " at 2001
           move spaces to resposta
           accept resposta at 2041
           if resposta = "I" or "i"
               go itens-inclui
           end-if
           if resposta = "E" or "e"
               go itens-exclui
           end-if
           go mostra-opcoes.
       itens-inclui.
           initialize registro-itens-campanha
           move ws-campanha to ica-campanha
           add 1 ws-sequencia giving ica-sequencia

           display erase at 2001
           display "P=Produto F=Familia: " at 2001
           move spaces to ws-tipo-item
           accept ws-tipo-item at 2022
           if ws-tipo-item = "p"
               move "P" to ws-tipo-item
           end-if
           if ws-tipo-item = "f"
               move "F" to ws-tipo-item
           end-if

           if item-por-produto
               display "Produto: " at 2101
               accept ica-produto at 2110
               move ica-produto to pro-codigo
               read produtos invalid key
                   display "Produto Nao Cadastrado, verifique." at 2301
                   accept resposta at 2380
                   go itens-lista
               end-read
               display pro-descricao at 2118
           else
           if item-por-familia
               display "Familia: " at 2101
               accept ica-familia at 2110
               move ica-familia to fam-codigo
               read familias invalid key
                   display "Familia Nao Cadastrada, verifique." at 2301
                   accept resposta at 2380
                   go itens-lista
               end-read
               display fam-descricao at 2118
           else
               go itens-lista
           end-if
           end-if

           display "Preco Promocional (0=Usa %): " at 2201
           accept ica-preco-promocional at 2231
           if ica-preco-promocional = zeros
               display "Desconto %..................: " at 2201
               accept ica-percentual-desconto at 2231
               if ica-percentual-desconto = zeros
                   display "Informe Preco ou Percentual." at 2301
                   accept resposta at 2380
                   go itens-lista
               end-if
           end-if

           write registro-itens-campanha invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-itens-campanha
               accept resposta at 2380
           end-write
           go itens-lista.
       itens-exclui.
           display erase at 2001
           display "Sequencia a Excluir: " at 2001
           move ws-campanha to ica-campanha
           move zeros       to ica-sequencia
           accept ica-sequencia at 2022
           if ica-sequencia = zeros
               go itens-lista
           end-if
           read itens-campanha invalid key
               display "Item Nao Encontrado ... Enter" at 2301
               accept resposta at 2380
               go itens-lista
           end-read
           delete itens-campanha invalid key
               display "Exclusao com Problema, Estado " at 2301
                    estado-itens-campanha
               accept resposta at 2380
           end-delete
           go itens-lista.

      * Cancelar nao apaga: os itens de pedido ja marcados com a
      * campanha continuam apontando para ela.
       cancelamento section.
           initialize registro-campanhas

           display erase                        at 0101
           display "Codigo da Campanha....: "   at 0501
           accept cmp-codigo at 0525
           if cmp-codigo = zeros
               go mostra-opcoes
           end-if

           read campanhas invalid key
               display "Esta Campanha Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go cancelamento
           end-read
           display cmp-descricao at 0625

           display "Confirma Cancelamento? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           move "X"             to cmp-situacao
           move ws-operador     to cmp-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to cmp-data-alteracao
           rewrite registro-campanhas invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-campanhas
               accept resposta at 2380
           end-rewrite
           go mostra-opcoes.

       pede-periodo-regiao.
           display "Inicio (AAAAMMDD).....: "   at 0701
           display "Fim (AAAAMMDD)........: "   at 0801
           display "UF (Branco=Todas).....: "   at 0901
           display "Filial (0=Todas)......: "   at 1001
           display cmp-data-inicio              at 0725
           display cmp-data-fim                 at 0825
           display cmp-uf                       at 0925
           display cmp-filial                   at 1025
           accept cmp-data-inicio at 0725
           accept cmp-data-fim    at 0825
           if cmp-data-inicio = zeros or cmp-data-fim = zeros
               or cmp-data-fim < cmp-data-inicio
               display "Periodo Invalido, verifique." at 2301
               accept resposta at 2380
               go pede-periodo-regiao
           end-if
           accept cmp-uf at 0925
           inspect cmp-uf converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           accept cmp-filial at 1025
           if cmp-filial not = zeros
               move cmp-filial to fil-codigo
               read filiais invalid key
                   display "Filial Nao Cadastrada, verifique." at 2301
                   accept resposta at 2380
                   go pede-periodo-regiao
               end-read
           end-if.
       pede-periodo-regiao-fim.
           exit.

       end program Manutencao-Campanhas.
