       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Familias.txt".
       copy "C:\CursoCobol\Copylib\Select-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\Select-TributosFederais.txt".
       copy "C:\CursoCobol\Copylib\Select-UnidadesProduto.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Familias.txt".
       copy "C:\CursoCobol\Copylib\FD-ComponentesKit.txt".
       copy "C:\CursoCobol\Copylib\FD-TributosFederais.txt".
       copy "C:\CursoCobol\Copylib\FD-UnidadesProduto.txt".

       working-storage section.
       01 estado-produtos        pic x(02) value spaces.
       01 estado-familias        pic x(02) value spaces.
       01 estado-componentes-kit pic x(02) value spaces.
       01 estado-tributos        pic x(02) value spaces.
       01 estado-unidades-produto pic x(02) value spaces.
       01 resposta               pic x(01) value spaces.
       01 opcao                  pic 9(02) value zeros.
       01 linha                  pic 99    value zeros.
       01 situacao-familia       pic x(01) value "N".
          88 familia-valida      value "S".
       01 ws-kit                 pic 9(05) value zeros.
       01 ws-componente          pic 9(05) value zeros.
       01 ws-linha-componente    pic 99    value zeros.
       01 ws-produto-unidade     pic 9(05) value zeros.
       01 ws-unidade             pic x(03) value spaces.
       01 ws-linha-unidade       pic 99    value zeros.
       01 ws-data-sistema        pic 9(08) value zeros.

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

           end-if
           end-if.

       abre-arquivo-io-familias section.
           open i-o familias
           if estado-familias not = "00"
           if estado-familias = "35" or "05"
               close familias
               open output familias
               close familias
               go abre-arquivo-io-familias
           else
               display "Arquivo Familias Com Problema Estado " at 2301
                           estado-familias
               accept resposta at 2380
               close produtos
               goback
           end-if
           end-if.

       abre-arquivo-io-componentes section.
           open i-o componentes-kit
           if estado-componentes-kit not = "00"
           if estado-componentes-kit = "35" or "05"
               close componentes-kit
               open output componentes-kit
               close componentes-kit
               go abre-arquivo-io-componentes
           else
               display "Arquivo Componentes Kit Com Problema Estado "
                           at 2301 estado-componentes-kit
               accept resposta at 2380
               close produtos familias
               goback
           end-if
           end-if.

       abre-arquivo-tributos section.
           open input tributos-federais
           if estado-tributos = "35" or "05"
               close tributos-federais
               open output tributos-federais
               close tributos-federais
               open input tributos-federais
           end-if.

       abre-arquivo-io-unidades section.
           open i-o unidades-produto
           if estado-unidades-produto not = "00"
           if estado-unidades-produto = "35" or "05"
               close unidades-produto
               open output unidades-produto
               close unidades-produto
               go abre-arquivo-io-unidades
           else
               display "Arquivo Unidades Com Problema Estado "
                           at 2301 estado-unidades-produto
               accept resposta at 2380
               close produtos familias componentes-kit
                     tributos-federais
               goback
           end-if
           end-if.

       mostra-opcoes section.
           display erase            at 0101
           display "01-Incluir  cadastra um novo produto"       at 0401
           display "02-Alterar  corrige um produto existente"   at 0501
           display "03-Consultar lista os produtos"             at 0601
           display "04-Situacao ativa ou inativa um produto"    at 0701
           display "05-Familia  inclui ou altera uma familia"   at 0801
           display "06-Familias lista as familias de produtos"  at 0901
           display "07-Kit      monta os componentes de um kit" at 1001
           display "08-Unidades conversao para a unidade base"  at 1101
           display "00-Sair     encerra o programa"             at 1201
           display "Opcao: "                                    at 1301
           accept opcao at 1308

           if opcao = 01
               go inclusao
           if opcao = 04
               go muda-situacao
           else
           if opcao = 05
               go manutencao-familia
           else
           if opcao = 06
               go consulta-familias
           else
           if opcao = 07
               go manutencao-kit
           else
           if opcao = 08
               go manutencao-unidades
           else
           if opcao = 00
               close produtos familias componentes-kit
                     tributos-federais unidades-produto
               goback
           else
               go mostra-opcoes
           display "Descricao............: " at 0601
           display "Unidade..............: " at 0701
           display "Preco de Tabela......: " at 0801
           display "Estoque Minimo.......: " at 0901
           display "Ponto de Reposicao...: " at 1001
           display "Lote de Reposicao....: " at 1101
           display "Familia..............: " at 1201
           display "Peso Bruto Kg........: " at 1301
           display "Controla Lote (S/N)..: " at 1401
           display "Kit (S/N)............: " at 1501
           display "NCM..................: " at 1601
           accept pro-codigo at 0524
           if pro-codigo = zeros
               go mostra-opcoes
               accept resposta at 2380
               go inclusao-dados
           end-if
           perform niveis-reposicao thru niveis-reposicao-fim
           perform pede-familia thru pede-familia-fim
           accept pro-peso at 1324
           perform pede-controle-lote
           perform pede-kit
           perform pede-ncm thru pede-ncm-fim

           move "A" to pro-situacao

               go alteracao
           end-if

           display "Estoque Minimo.......: " at 0901
           display "Ponto de Reposicao...: " at 1001
           display "Lote de Reposicao....: " at 1101
           display pro-estoque-minimo        at 0924
           display pro-ponto-reposicao       at 1024
           display pro-lote-reposicao        at 1124
           perform niveis-reposicao thru niveis-reposicao-fim

           display "Familia..............: " at 1201
           display pro-familia               at 1224
           perform pede-familia thru pede-familia-fim

      * O peso bruto por unidade entra no calculo do frete por
      * faixa de peso.
           display "Peso Bruto Kg........: " at 1301
           display pro-peso                  at 1324
           accept pro-peso                   at 1324

           display "Controla Lote (S/N)..: " at 1401
           display pro-controla-lote         at 1424
           perform pede-controle-lote

           display "Kit (S/N)............: " at 1501
           display pro-kit                   at 1524
           perform pede-kit

           display "NCM..................: " at 1601
           display pro-ncm                   at 1624
           perform pede-ncm thru pede-ncm-fim

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"

           go mostra-opcoes.

      * Produto com controle de lote tem a entrada registrada por
      * lote e validade e a expedicao consome o lote que vence
      * primeiro.
       pede-controle-lote.
           accept pro-controla-lote at 1424
           if pro-controla-lote = "s"
               move "S" to pro-controla-lote
           end-if
           if pro-controla-lote not = "S"
               move "N" to pro-controla-lote
           end-if
           display pro-controla-lote at 1424.

      * O kit e vendido como um produto so, mas nao tem estoque
      * proprio: a reserva e a saida sao feitas nos componentes.
      * O lote, quando houver, e o dos componentes.
       pede-kit.
           accept pro-kit at 1524
           if pro-kit = "s"
               move "S" to pro-kit
           end-if
           if pro-kit not = "S"
               move "N" to pro-kit
           end-if
           if produto-kit
               move "N" to pro-controla-lote
               display pro-controla-lote at 1424
           end-if
           display pro-kit at 1524.

      * Niveis de reposicao: abaixo do minimo o comprador e avisado,
      * no ponto de reposicao o produto entra na sugestao de compra
      * com o lote informado. Sem ponto informado vale o minimo.
       niveis-reposicao.
           accept pro-estoque-minimo  at 0924.
       niveis-reposicao-ponto.
           accept pro-ponto-reposicao at 1024
           if pro-ponto-reposicao = zeros
               move pro-estoque-minimo to pro-ponto-reposicao
               display pro-ponto-reposicao at 1024
           end-if
           if pro-ponto-reposicao < pro-estoque-minimo
               display "Ponto de Reposicao Abaixo do Minimo." at 2301
               accept resposta at 2380
               go niveis-reposicao-ponto
           end-if

           accept pro-lote-reposicao  at 1124.
       niveis-reposicao-fim.
           exit.

      * Familia zero fica sem agrupamento (cadastro anterior as
      * familias); informada, tem de existir e estar ativa.
       pede-familia.
           accept pro-familia at 1224
           if pro-familia = zeros
               display "Sem Familia                   " at 1230
               go pede-familia-fim
           end-if

           move pro-familia to fam-codigo
           perform le-familia
           if not familia-valida
               display "Familia Inexistente ou Inativa." at 2301
               accept resposta at 2380
               go pede-familia
           end-if
           display fam-descricao at 1230.
       pede-familia-fim.
           exit.
      * O NCM define as aliquotas de IPI, PIS e COFINS na fatura;
      * informado, tem de estar na tabela de tributos federais.
      * Sem NCM o produto sai sem tributos federais.
       pede-ncm.
           accept pro-ncm at 1624
           if pro-ncm = zeros
               display "Sem NCM: Sem Tributos Federais" at 1634
               go pede-ncm-fim
           end-if

           move pro-ncm to trb-ncm
           read tributos-federais invalid key
               display "NCM Sem Tributacao Cadastrada, verifique."
                                      at 2301
               accept resposta at 2380
               go pede-ncm
           end-read
           display trb-descricao(1:30) at 1634.
       pede-ncm-fim.
           exit.
       le-familia.
           move "N" to situacao-familia
           read familias invalid key
               move spaces to fam-descricao
           not invalid key
               if familia-ativa
                   move "S" to situacao-familia
               end-if
           end-read.

       consulta section.
           display erase at 0101
           move zeros to pro-codigo

           go mostra-opcoes.

      * Tabela de familias: o mesmo codigo inclui a familia nova ou
      * altera a existente; familia inativa nao aceita produto novo.
       manutencao-familia section.
           initialize registro-familias

           display erase             at 0101
           display "Codigo da Familia....: " at 0501
           display "Descricao............: " at 0601
           display "Situacao (A/I).......: " at 0701
           accept fam-codigo at 0524
           if fam-codigo = zeros
               go mostra-opcoes
           end-if

           read familias invalid key
               go manutencao-familia-nova
           end-read

           display fam-descricao at 0624
           display fam-situacao  at 0724
           go manutencao-familia-dados.
       manutencao-familia-nova.
           move spaces to fam-descricao
           move "A"    to fam-situacao
           display fam-situacao  at 0724.
       manutencao-familia-dados.
           accept fam-descricao at 0624
           if fam-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go manutencao-familia-dados
           end-if

           accept fam-situacao at 0724
           if fam-situacao = "a"
               move "A" to fam-situacao
           end-if
           if fam-situacao = "i"
               move "I" to fam-situacao
           end-if
           if not familia-ativa and not familia-inativa
               display "Situacao Invalida, verifique." at 2301
               accept resposta at 2380
               go manutencao-familia-dados
           end-if

           display "Confirma Gravacao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           write registro-familias invalid key
               rewrite registro-familias invalid key
                   display "ReGravacao com Problema, Estado " at 2301
                       estado-familias
                   accept resposta at 2380
               end-rewrite
           end-write

           go manutencao-familia.

       consulta-familias section.
           display erase at 0101
           move zeros to fam-codigo

           start familias key is >= chave-familias invalid key
               display "Nao Ha Familias Cadastradas...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-familias-monta-tela.
           display erase at 0401
           display "Codigo"    at 0405
           display "Descricao" at 0412
           display "St"        at 0445

           move 05 to linha.

       consulta-familias-le.
           read familias next at end
               go consulta-fim
           end-read

           add 1 to linha

           display fam-codigo      at line linha column 05
           display fam-descricao   at line linha column 12
           display fam-situacao    at line linha column 45

           if linha < 22
               go consulta-familias-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go consulta-familias-monta-tela
           end-if
           go mostra-opcoes.

      * Estrutura do kit: componente com quantidade zero sai do
      * kit. Componente tem de ser produto ativo que nao seja kit.
       manutencao-kit section.
           display erase                     at 0101
           display "Componentes do Kit"      at 0101
           display "Codigo do Kit........: " at 0301
           move zeros to ws-kit
           accept ws-kit at 0324
           if ws-kit = zeros
               go mostra-opcoes
           end-if

           move ws-kit to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado ... Enter" at 2301
               accept resposta at 2380
               go manutencao-kit
           end-read
           if not produto-kit
               display "Produto Nao Esta Marcado Como Kit." at 2301
               accept resposta at 2380
               go manutencao-kit
           end-if
           display pro-descricao at 0330.
       manutencao-kit-lista.
           display erase at 0501
           display "Componente Descricao" at 0801
           display "Quantidade"           at 0855
           perform lista-componentes thru lista-componentes-fim.
       manutencao-kit-componente.
           display "Componente...........: " at 0501
           display "Quantidade por Kit...: " at 0601
           display "     "                   at 0524
           move zeros to ws-componente
           accept ws-componente at 0524
           if ws-componente = zeros
               go manutencao-kit
           end-if
           if ws-componente = ws-kit
               display "O Kit Nao Pode Ser Componente Dele Mesmo."
                                      at 2301
               accept resposta at 2380
               go manutencao-kit-componente
           end-if

           move ws-componente to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go manutencao-kit-componente
           end-read
           if produto-inativo or produto-kit
               display "Componente Deve Ser Produto Ativo e Nao Kit."
                                      at 2301
               accept resposta at 2380
               go manutencao-kit-componente
           end-if
           display pro-descricao at 0530

           move ws-kit        to cpk-kit
           move ws-componente to cpk-componente
           read componentes-kit invalid key
               move zeros to cpk-quantidade
           end-read
           display cpk-quantidade at 0624
           accept cpk-quantidade  at 0624

           if cpk-quantidade = zeros
               delete componentes-kit invalid key
                   continue
               end-delete
               go manutencao-kit-lista
           end-if

           write registro-componentes-kit invalid key
               rewrite registro-componentes-kit invalid key
                   display "ReGravacao com Problema, Estado " at 2301
                       estado-componentes-kit
                   accept resposta at 2380
               end-rewrite
           end-write
           go manutencao-kit-lista.
       lista-componentes.
           move 08 to ws-linha-componente
           move ws-kit to cpk-kit
           move zeros  to cpk-componente
           start componentes-kit key is >= chave-componentes-kit
               invalid key
                   go lista-componentes-fim
           end-start.
       lista-componentes-le.
           read componentes-kit next at end
               go lista-componentes-fim
           end-read
           if cpk-kit not = ws-kit
               go lista-componentes-fim
           end-if
           if ws-linha-componente > 21
               go lista-componentes-fim
           end-if

           move cpk-componente to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read

           add 1 to ws-linha-componente
           display cpk-componente at line ws-linha-componente column 01
           display pro-descricao  at line ws-linha-componente column 12
           display cpk-quantidade at line ws-linha-componente column 55
           go lista-componentes-le.
       lista-componentes-fim.
           exit.

      * Unidades alternativas do produto: o fator diz quantas
      * unidades base (a unidade do cadastro, que e a do estoque e a
      * do preco) cabem em uma da alternativa. Fator zero exclui.
       manutencao-unidades section.
           display erase                     at 0101
           display "Unidades do Produto"     at 0101
           display "Produto..............: " at 0301
           move zeros to ws-produto-unidade
           accept ws-produto-unidade at 0324
           if ws-produto-unidade = zeros
               go mostra-opcoes
           end-if

           move ws-produto-unidade to pro-codigo
           read produtos invalid key
               display "Produto Nao Cadastrado ... Enter" at 2301
               accept resposta at 2380
               go manutencao-unidades
           end-read
           display pro-descricao  at 0330
           display "Unidade Base.........: " at 0401
           display pro-unidade    at 0424.
       manutencao-unidades-lista.
           display erase at 0601
           display "Unid      Fator Venda Compra" at 1001
           perform lista-unidades thru lista-unidades-fim.
       manutencao-unidades-unidade.
           display "Unidade..............: " at 0601
           display "Fator p/ Unid. Base..: " at 0701
           display "Venda (S/N)..........: " at 0801
           display "Compra (S/N).........: " at 0901
           display "   "                     at 0624
           move spaces to ws-unidade
           accept ws-unidade at 0624
           if ws-unidade = spaces
               go manutencao-unidades
           end-if
           if ws-unidade = pro-unidade
               display "A Unidade Base Nao Precisa de Fator." at 2301
               accept resposta at 2380
               go manutencao-unidades-unidade
           end-if

           move ws-produto-unidade to und-produto
           move ws-unidade         to und-unidade
           read unidades-produto invalid key
               move zeros to und-fator
               move "S"   to und-venda und-compra
           end-read
           display und-fator  at 0724
           accept und-fator   at 0724

           if und-fator = zeros
               delete unidades-produto invalid key
                   continue
               end-delete
               go manutencao-unidades-lista
           end-if

           display und-venda  at 0824
           accept und-venda   at 0824
           display und-compra at 0924
           accept und-compra  at 0924
           if und-venda = "s"
               move "S" to und-venda
           end-if
           if und-compra = "s"
               move "S" to und-compra
           end-if
           if not unidade-de-venda
               move "N" to und-venda
           end-if
           if not unidade-de-compra
               move "N" to und-compra
           end-if

           move usuario-corrente to und-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema  to und-data-alteracao
           write registro-unidades-produto invalid key
               rewrite registro-unidades-produto invalid key
                   display "ReGravacao com Problema, Estado " at 2301
                       estado-unidades-produto
                   accept resposta at 2380
               end-rewrite
           end-write
           go manutencao-unidades-lista.
       lista-unidades.
           move 10 to ws-linha-unidade
           move ws-produto-unidade to und-produto
           move spaces             to und-unidade
           start unidades-produto key is >= chave-unidades-produto
               invalid key
                   go lista-unidades-fim
           end-start.
       lista-unidades-le.
           read unidades-produto next at end
               go lista-unidades-fim
           end-read
           if und-produto not = ws-produto-unidade
               go lista-unidades-fim
           end-if
           if ws-linha-unidade > 21
               go lista-unidades-fim
           end-if

           add 1 to ws-linha-unidade
           display und-unidade at line ws-linha-unidade column 01
           display und-fator   at line ws-linha-unidade column 06
           display und-venda   at line ws-linha-unidade column 18
           display und-compra  at line ws-linha-unidade column 24
           go lista-unidades-le.
       lista-unidades-fim.
           exit.

       end program Manutencao-Produtos.
