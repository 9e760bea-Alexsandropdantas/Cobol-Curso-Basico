       identification division.
       program-id. Manutencao-Transportadoras.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\Select-Fretes.txt".
       copy "C:\CursoCobol\Copylib\Select-Cidades.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\FD-Fretes.txt".
       copy "C:\CursoCobol\Copylib\FD-Cidades.txt".

       working-storage section.
       01 estado-transportadoras pic x(02) value spaces.
       01 estado-fretes          pic x(02) value spaces.
       01 estado-cidades         pic x(02) value spaces.
       01 resposta               pic x(01) value spaces.
       01 opcao                  pic 9(02) value zeros.
       01 linha                  pic 99    value zeros.
       01 ws-data-sistema        pic 9(08) value zeros.
       01 ws-transportadora      pic 9(03) value zeros.
       01 ws-uf-verificar        pic x(02) value spaces.

       01 tabela-ufs-literal.
          03 filler pic x(54) value
              "ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
       01 tabela-ufs redefines tabela-ufs-literal.
          03 tabela-uf     pic x(02) occurs 27.

       01 indice-uf         pic 99    value zeros.
       01 situacao-uf        pic x(01) value "N".
          88 uf-encontrada   value "S".

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivo-io-transportadoras section.
           open i-o transportadoras
           if estado-transportadoras not = "00"
           if estado-transportadoras = "35" or "05"
               close transportadoras
               open output transportadoras
               close transportadoras
               go abre-arquivo-io-transportadoras
           else
               display "Arquivo Transportadoras Com Problema Estado "
                           at 2301 estado-transportadoras
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-io-fretes section.
           open i-o fretes
           if estado-fretes not = "00"
           if estado-fretes = "35" or "05"
               close fretes
               open output fretes
               close fretes
               go abre-arquivo-io-fretes
           else
               display "Arquivo Fretes Com Problema Estado " at 2301
                           estado-fretes
               accept resposta at 2380
               close transportadoras
               goback
           end-if
           end-if.

       abre-arquivo-cidades section.
           open input cidades
           if estado-cidades = "35" or "05"
               close cidades
               open output cidades
               close cidades
               open input cidades
           end-if.

       mostra-opcoes section.
           display erase            at 0101
           display "01-Incluir  cadastra transportadora"       at 0401
           display "02-Alterar  corrige uma transportadora"    at 0501
           display "03-Consultar lista as transportadoras"     at 0601
           display "04-Situacao ativa ou inativa"              at 0701
           display "05-Faixa    inclui ou corrige faixa frete" at 0801
           display "06-Excluir  remove uma faixa de frete"     at 0901
           display "07-Tabela   lista as faixas de frete"      at 1001
           display "00-Sair     encerra o programa"            at 1201
           display "Opcao: "                                   at 1401
           accept opcao at 1408

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
           if opcao = 05
               go grava-faixa
           else
           if opcao = 06
               go exclui-faixa
           else
           if opcao = 07
               go consulta-faixas
           else
           if opcao = 00
               close transportadoras fretes cidades
               goback
           else
               go mostra-opcoes
           end-if.

       inclusao section.
           initialize registro-transportadoras

           display erase             at 0101
           display "Codigo Transportadora: " at 0501
           display "Razao Social.........: " at 0601
           display "CNPJ.................: " at 0701
           display "Telefone.............: " at 0801
           display "E-mail...............: " at 0901
           accept trp-codigo at 0524
           if trp-codigo = zeros
               go mostra-opcoes
           end-if

           read transportadoras invalid key
               go inclusao-dados
           end-read

           display "Este Codigo Ja Existe, Forneca Outro " at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           accept trp-razao-social at 0624
           if trp-razao-social = spaces
               display "Razao Social Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           accept trp-cnpj at 0724
           if trp-cnpj = zeros
               display "CNPJ Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           accept trp-telefone at 0824
           accept trp-email    at 0924

           move "A" to trp-situacao
           move usuario-corrente to trp-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to trp-data-alteracao

           write registro-transportadoras invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-transportadoras
               accept resposta at 2380
               go mostra-opcoes
           end-write

           go mostra-opcoes.

       alteracao section.
           initialize registro-transportadoras

           display erase             at 0101
           display "Codigo Transportadora: " at 0501
           accept trp-codigo at 0524
           if trp-codigo = zeros
               go mostra-opcoes
           end-if

           read transportadoras invalid key
               display "Este Codigo Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go alteracao
           end-read

           display "Razao Social.........: " at 0601
           display trp-razao-social          at 0624
           accept trp-razao-social           at 0624
           if trp-razao-social = spaces
               display "Razao Social Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go alteracao
           end-if

           display "CNPJ.................: " at 0701
           display trp-cnpj                  at 0724
           accept trp-cnpj                   at 0724
           if trp-cnpj = zeros
               display "CNPJ Obrigatorio, verifique." at 2301
               accept resposta at 2380
               go alteracao
           end-if

           display "Telefone.............: " at 0801
           display trp-telefone              at 0824
           accept trp-telefone               at 0824

           display "E-mail...............: " at 0901
           display trp-email                 at 0924
           accept trp-email                  at 0924

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           move usuario-corrente to trp-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to trp-data-alteracao

           rewrite registro-transportadoras invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-transportadoras
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           go mostra-opcoes.

       consulta section.
           display erase at 0101
           move zeros to trp-codigo

           start transportadoras key is >= chave-transportadoras
               invalid key
               display "Nao Ha Transportadoras Cadastradas...Enter"
                                                        at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-monta-tela.
           display erase at 0401
           display "Codigo"       at 0405
           display "Razao Social" at 0412
           display "Telefone"     at 0454
           display "St"           at 0475

           move 05 to linha.

       consulta-le-arquivo.
           read transportadoras next at end
               go consulta-fim
           end-read

           add 1 to linha

           display trp-codigo         at line linha column 05
           display trp-razao-social   at line linha column 12
           display trp-telefone       at line linha column 54
           display trp-situacao       at line linha column 75

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

      * Transportadora com pedido em aberto nao pode sumir do
      * cadastro: inativa ela deixa de ser oferecida nos pedidos
      * novos, mas os pedidos ja gravados mantem o frete calculado.
       muda-situacao section.
           initialize registro-transportadoras

           display erase             at 0101
           display "Codigo Transportadora: " at 0501
           accept trp-codigo at 0524
           if trp-codigo = zeros
               go mostra-opcoes
           end-if

           read transportadoras invalid key
               display "Este Codigo Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go muda-situacao
           end-read

           display trp-razao-social at 0530
           display "Situacao Atual: " at 0701 trp-situacao

           if transportadora-ativa
               display "Confirma Inativacao? Sim ou Nao?" at 2301
           else
               display "Confirma Reativacao? Sim ou Nao?" at 2301
           end-if
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           if transportadora-ativa
               move "I" to trp-situacao
           else
               move "A" to trp-situacao
           end-if
           move usuario-corrente to trp-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to trp-data-alteracao

           rewrite registro-transportadoras invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-transportadoras
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           go mostra-opcoes.

      * Tabela de frete por destino: a UF com cidade zero vale para
      * o estado todo, e a cidade do cadastro de cidades so entra
      * quando o preco dela e diferente. Cada faixa vai ate o seu
      * limite, de peso (Kg) ou de valor da mercadoria; o frete e o
      * valor fixo da faixa mais o percentual sobre a mercadoria.
       grava-faixa section.
           initialize registro-fretes

           display erase                     at 0101
           display "Transportadora.......: "  at 0501
           display "UF de Destino........: "  at 0601
           display "Cidade (0=Toda UF)...: "  at 0701
           display "Faixa P=Peso V=Valor.: "  at 0801
           display "Limite da Faixa......: "  at 0901
           display "Valor Fixo...........: "  at 1001
           display "Percentual s/ Valor..: "  at 1101
           display "Prazo (Dias).........: "  at 1201
           accept frt-transportadora at 0524
           if frt-transportadora = zeros
               go mostra-opcoes
           end-if

           move frt-transportadora to trp-codigo
           read transportadoras invalid key
               display "Transportadora Nao Cadastrada, verifique."
                                      at 2301
               accept resposta at 2380
               go grava-faixa
           end-read
           display trp-razao-social at 0530

           accept frt-uf at 0624
           move frt-uf to ws-uf-verificar
           perform verifica-uf thru verifica-uf-fim
           if not uf-encontrada
               display "UF de Destino Invalida, verifique." at 2301
               accept resposta at 2380
               go grava-faixa
           end-if

           accept frt-cidade at 0724
           if frt-cidade not = zeros
               move frt-uf     to uf-cidades
               move frt-cidade to codigo-cidades
               read cidades invalid key
                   display "Cidade Nao Cadastrada Nesta UF." at 2301
                   accept resposta at 2380
                   go grava-faixa
               end-read
               display nome-cidades at 0730
           end-if

           accept frt-base at 0824
           if not faixa-por-peso and not faixa-por-valor
               display "Faixa Deve Ser P ou V, verifique." at 2301
               accept resposta at 2380
               go grava-faixa
           end-if

           accept frt-limite at 0924
           if frt-limite = zeros
               display "Limite da Faixa Obrigatorio, verifique."
                                      at 2301
               accept resposta at 2380
               go grava-faixa
           end-if

           read fretes invalid key
               move zeros to frt-valor-fixo frt-percentual
                             frt-prazo-dias
               move "N" to resposta
           not invalid key
               move "S" to resposta
           end-read
           if resposta = "S"
               display "Faixa Ja Existe: Sera Alterada." at 2301
           end-if.
       grava-faixa-dados.
           display frt-valor-fixo at 1024
           accept frt-valor-fixo  at 1024
           display frt-percentual at 1124
           accept frt-percentual  at 1124
           if frt-valor-fixo = zeros and frt-percentual = zeros
               display "Informe Valor Fixo ou Percentual." at 2301
               accept resposta at 2380
               go grava-faixa-dados
           end-if
           display frt-prazo-dias at 1224
           accept frt-prazo-dias  at 1224

           move usuario-corrente to frt-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to frt-data-alteracao

           write registro-fretes invalid key
               rewrite registro-fretes invalid key
                   display "Gravacao com Problemas, Estado " at 2301
                        estado-fretes
                   accept resposta at 2380
               end-rewrite
           end-write

           go grava-faixa.

       exclui-faixa section.
           initialize registro-fretes

           display erase                     at 0101
           display "Transportadora.......: "  at 0501
           display "UF de Destino........: "  at 0601
           display "Cidade (0=Toda UF)...: "  at 0701
           display "Faixa P=Peso V=Valor.: "  at 0801
           display "Limite da Faixa......: "  at 0901
           accept frt-transportadora at 0524
           if frt-transportadora = zeros
               go mostra-opcoes
           end-if
           accept frt-uf     at 0624
           accept frt-cidade at 0724
           accept frt-base   at 0824
           accept frt-limite at 0924

           read fretes invalid key
               display "Esta Faixa Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go exclui-faixa
           end-read

           display "Valor Fixo...........: "  at 1001
           display frt-valor-fixo             at 1024
           display "Percentual s/ Valor..: "  at 1101
           display frt-percentual             at 1124

           display "Confirma Exclusao da Faixa? Sim ou Nao?" at 2301
           accept resposta at 2345
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           delete fretes invalid key
               display "Exclusao com Problema, Estado " at 2301
                    estado-fretes
               accept resposta at 2380
               go mostra-opcoes
           end-delete

           go exclui-faixa.

       consulta-faixas section.
           display erase at 0101
           move zeros to ws-transportadora
           display "Transportadora.......: " at 0201
           accept ws-transportadora at 0224
           if ws-transportadora = zeros
               go mostra-opcoes
           end-if

           initialize registro-fretes
           move ws-transportadora to frt-transportadora
           start fretes key is >= chave-fretes invalid key
               go consulta-faixas-fim
           end-start.

       consulta-faixas-monta-tela.
           display erase at 0401
           display "UF"         at 0405
           display "Cidade"     at 0409
           display "Base"       at 0417
           display "Limite"     at 0423
           display "Fixo"       at 0439
           display "%"          at 0453
           display "Prazo"      at 0460

           move 05 to linha.

       consulta-faixas-le.
           read fretes next at end
               go consulta-faixas-fim
           end-read
           if frt-transportadora not = ws-transportadora
               go consulta-faixas-fim
           end-if

           add 1 to linha

           display frt-uf          at line linha column 05
           display frt-cidade      at line linha column 09
           display frt-base        at line linha column 17
           display frt-limite      at line linha column 23
           display frt-valor-fixo  at line linha column 39
           display frt-percentual  at line linha column 53
           display frt-prazo-dias  at line linha column 60

           if linha < 22
               go consulta-faixas-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go consulta-faixas-monta-tela
           end-if
           go mostra-opcoes.

       consulta-faixas-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

       verifica-uf section.
           move "N" to situacao-uf
           move 1 to indice-uf.
       verifica-uf-loop.
           if indice-uf > 27
               go verifica-uf-fim
           end-if

           if ws-uf-verificar = tabela-uf(indice-uf)
               move "S" to situacao-uf
               go verifica-uf-fim
           end-if

           add 1 to indice-uf
           go verifica-uf-loop.

       verifica-uf-fim.
           exit.

       end program Manutencao-Transportadoras.
