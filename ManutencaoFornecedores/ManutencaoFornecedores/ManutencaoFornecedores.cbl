       identification division.
       program-id. Manutencao-Fornecedores.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Fornecedores.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Fornecedores.txt".

       working-storage section.
       01 estado-fornecedores    pic x(02) value spaces.
       01 resposta               pic x(01) value spaces.
       01 opcao                  pic 9(02) value zeros.
       01 linha                  pic 99    value zeros.

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivo-io-fornecedores section.
           open i-o fornecedores
           if estado-fornecedores not = "00"
           if estado-fornecedores = "35" or "05"
               close fornecedores
               open output fornecedores
               close fornecedores
               go abre-arquivo-io-fornecedores
           else
               display "Arquivo Fornecedores Com Problema Estado "
                           at 2301 estado-fornecedores
               accept resposta at 2380
               goback
           end-if
           end-if.

       mostra-opcoes section.
           display erase            at 0101
           display "01-Incluir  cadastra um novo fornecedor"     at 0401
           display "02-Alterar  corrige um fornecedor existente" at 0501
           display "03-Consultar lista os fornecedores"          at 0601
           display "04-Situacao ativa ou inativa um fornecedor"  at 0701
           display "00-Sair     encerra o programa"              at 0901
           display "Opcao: "                                     at 1101
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
               go muda-situacao
           else
           if opcao = 00
               close fornecedores
               goback
           else
               go mostra-opcoes
           end-if.

       inclusao section.
           initialize registro-fornecedores

           display erase             at 0101
           display "Codigo Fornecedor....: " at 0501
           display "Razao Social.........: " at 0601
           display "CNPJ.................: " at 0701
           display "Endereco.............: " at 0801
           display "Cidade...............: " at 0901
           display "UF...................: " at 1001
           display "Telefone.............: " at 1101
           display "E-mail...............: " at 1201
           display "Prazo Entrega (Dias).: " at 1301
           accept for-codigo at 0524
           if for-codigo = zeros
               go mostra-opcoes
           end-if

           read fornecedores invalid key
               go inclusao-dados
           end-read

           display "Este Codigo Ja Existe, Forneca Outro " at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           accept for-razao-social at 0624
           if for-razao-social = spaces
               display "Razao Social Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           accept for-cnpj at 0724
           if for-cnpj = zeros
               display "CNPJ Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           accept for-endereco at 0824
           accept for-cidade   at 0924
           accept for-uf       at 1024
           accept for-telefone at 1124
           accept for-email    at 1224

      * O prazo de entrega do fornecedor e o que sugere a data
      * prevista do pedido de compra; sem ele vale uma semana.
           accept for-prazo-entrega at 1324
           if for-prazo-entrega = zeros
               move 007 to for-prazo-entrega
           end-if

           move "A" to for-situacao

           write registro-fornecedores invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-fornecedores
               accept resposta at 2380
               go mostra-opcoes
           end-write

           go mostra-opcoes.

       alteracao section.
           initialize registro-fornecedores

           display erase             at 0101
           display "Codigo Fornecedor....: " at 0501
           accept for-codigo at 0524
           if for-codigo = zeros
               go mostra-opcoes
           end-if

           read fornecedores invalid key
               display "Este Codigo Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go alteracao
           end-read

           display "Razao Social.........: " at 0601
           display for-razao-social          at 0624
           accept for-razao-social           at 0624
           if for-razao-social = spaces
               display "Razao Social Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go alteracao
           end-if

           display "CNPJ.................: " at 0701
           display for-cnpj                  at 0724
           accept for-cnpj                   at 0724
           if for-cnpj = zeros
               display "CNPJ Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go alteracao
           end-if

           display "Endereco.............: " at 0801
           display for-endereco              at 0824
           accept for-endereco               at 0824

           display "Cidade...............: " at 0901
           display for-cidade                at 0924
           accept for-cidade                 at 0924

           display "UF...................: " at 1001
           display for-uf                    at 1024
           accept for-uf                     at 1024

           display "Telefone.............: " at 1101
           display for-telefone              at 1124
           accept for-telefone               at 1124

           display "E-mail...............: " at 1201
           display for-email                 at 1224
           accept for-email                  at 1224

           display "Prazo Entrega (Dias).: " at 1301
           display for-prazo-entrega         at 1324
           accept for-prazo-entrega          at 1324
           if for-prazo-entrega = zeros
               move 007 to for-prazo-entrega
           end-if

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           rewrite registro-fornecedores invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-fornecedores
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           go mostra-opcoes.

       consulta section.
           display erase at 0101
           move zeros to for-codigo

           start fornecedores key is >= chave-fornecedores invalid key
               display "Nao Ha Fornecedores Cadastrados...Enter"
                                                        at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-monta-tela.
           display erase at 0401
           display "Codigo"       at 0405
           display "Razao Social" at 0412
           display "UF"           at 0454
           display "Prazo"        at 0458
           display "St"           at 0475

           move 05 to linha.

       consulta-le-arquivo.
           read fornecedores next at end
               go consulta-fim
           end-read

           add 1 to linha

           display for-codigo         at line linha column 05
           display for-razao-social   at line linha column 12
           display for-uf             at line linha column 54
           display for-prazo-entrega  at line linha column 58
           display for-situacao       at line linha column 75

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

      * Fornecedor com pedido de compra emitido nao pode sumir do
      * cadastro: inativo ele deixa de receber novos pedidos, mas
      * as entregas dos pedidos ja emitidos continuam sendo aceitas.
       muda-situacao section.
           initialize registro-fornecedores

           display erase             at 0101
           display "Codigo Fornecedor....: " at 0501
           accept for-codigo at 0524
           if for-codigo = zeros
               go mostra-opcoes
           end-if

           read fornecedores invalid key
               display "Este Codigo Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go muda-situacao
           end-read

           display for-razao-social at 0530
           display "Situacao Atual: " at 0701 for-situacao

           if fornecedor-ativo
               display "Confirma Inativacao? Sim ou Nao?" at 2301
           else
               display "Confirma Reativacao? Sim ou Nao?" at 2301
           end-if
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           if fornecedor-ativo
               move "I" to for-situacao
           else
               move "A" to for-situacao
           end-if

           rewrite registro-fornecedores invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-fornecedores
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           go mostra-opcoes.

       end program Manutencao-Fornecedores.
