       identification division.
       program-id. Manutencao-Rotas.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Rotas.txt".
       copy "C:\CursoCobol\Copylib\Select-Cidades.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Rotas.txt".
       copy "C:\CursoCobol\Copylib\FD-Cidades.txt".

       working-storage section.
       01 estado-rotas           pic x(02) value spaces.
       01 estado-cidades         pic x(02) value spaces.
       01 resposta               pic x(01) value spaces.
       01 opcao                  pic 9(02) value zeros.
       01 linha                  pic 99    value zeros.
       01 ws-data-sistema        pic 9(08) value zeros.
       01 ws-rota                pic 9(03) value zeros.
       01 ws-indice              pic 9(01) value zeros.
       01 ws-linha-veiculo       pic 99    value zeros.
       01 situacao-dias          pic x(01) value "N".
          88 dias-validos        value "S".

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivo-io-rotas section.
           open i-o rotas
           if estado-rotas not = "00"
           if estado-rotas = "35" or "05"
               close rotas
               open output rotas
               close rotas
               go abre-arquivo-io-rotas
           else
               display "Arquivo Rotas Com Problema Estado " at 2301
                           estado-rotas
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-io-cidades section.
           open i-o cidades
           if estado-cidades not = "00"
           if estado-cidades = "35" or "05"
               close cidades
               open output cidades
               close cidades
               go abre-arquivo-io-cidades
           else
               display "Arquivo Cidades Com Problema Estado " at 2301
                           estado-cidades
               accept resposta at 2380
               close rotas
               goback
           end-if
           end-if.

       mostra-opcoes section.
           display erase            at 0101
           display "01-Incluir  cadastra uma nova rota"       at 0401
           display "02-Alterar  corrige dias e veiculos"      at 0501
           display "03-Consultar lista as rotas"              at 0601
           display "04-Cidade   liga ou desliga cidade"       at 0701
           display "05-Cidades  lista as cidades da rota"     at 0801
           display "00-Sair     encerra o programa"           at 1001
           display "Opcao: "                                  at 1201
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
               go vincula-cidade
           else
           if opcao = 05
               go consulta-cidades
           else
           if opcao = 00
               close rotas cidades
               goback
           else
               go mostra-opcoes
           end-if.

      * A rota e um grupo de cidades atendido nos mesmos dias da
      * semana; cada veiculo da rota leva ate a sua capacidade em
      * Kg no romaneio de carga.
       inclusao section.
           initialize registro-rotas

           display erase             at 0101
           display "Codigo da Rota.......: " at 0501
           display "Descricao............: " at 0601
           display "Entrega DSTQQSS (S/N): " at 0701
           display "Placa   Capacidade Kg"   at 0901
           accept rot-codigo at 0524
           if rot-codigo = zeros
               go mostra-opcoes
           end-if

           read rotas invalid key
               go inclusao-dados
           end-read

           display "Este Codigo Ja Existe, Forneca Outro " at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           accept rot-descricao at 0624
           if rot-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if.
       inclusao-dias.
           accept rot-dias-entrega at 0724
           perform verifica-dias thru verifica-dias-fim
           if not dias-validos
               display "Marque S ou N Para Cada Dia, verifique."
                                      at 2301
               accept resposta at 2380
               go inclusao-dias
           end-if

           perform pede-veiculos thru pede-veiculos-fim

           move "A" to rot-situacao
           move usuario-corrente to rot-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to rot-data-alteracao

           write registro-rotas invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-rotas
               accept resposta at 2380
               go mostra-opcoes
           end-write

           go mostra-opcoes.

       alteracao section.
           initialize registro-rotas

           display erase             at 0101
           display "Codigo da Rota.......: " at 0501
           accept rot-codigo at 0524
           if rot-codigo = zeros
               go mostra-opcoes
           end-if

           read rotas invalid key
               display "Este Codigo Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go alteracao
           end-read

           display "Descricao............: " at 0601
           display rot-descricao             at 0624
           accept rot-descricao              at 0624
           if rot-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go alteracao
           end-if.
       alteracao-dias.
           display "Entrega DSTQQSS (S/N): " at 0701
           display rot-dias-entrega          at 0724
           accept rot-dias-entrega           at 0724
           perform verifica-dias thru verifica-dias-fim
           if not dias-validos
               display "Marque S ou N Para Cada Dia, verifique."
                                      at 2301
               accept resposta at 2380
               go alteracao-dias
           end-if

           display "Placa   Capacidade Kg"   at 0901
           perform pede-veiculos thru pede-veiculos-fim

           display "Situacao (A/I).......: " at 0801
           display rot-situacao              at 0824
           accept rot-situacao               at 0824
           if not rota-ativa and not rota-inativa
               move "A" to rot-situacao
           end-if

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           move usuario-corrente to rot-operador
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to rot-data-alteracao

           rewrite registro-rotas invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-rotas
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           go mostra-opcoes.

       consulta section.
           display erase at 0101
           move zeros to rot-codigo

           start rotas key is >= chave-rotas invalid key
               display "Nao Ha Rotas Cadastradas...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-monta-tela.
           display erase at 0401
           display "Rota"       at 0405
           display "Descricao"  at 0411
           display "DSTQQSS"    at 0443
           display "Veiculos"   at 0452
           display "St"         at 0478

           move 05 to linha.

       consulta-le-arquivo.
           read rotas next at end
               go consulta-fim
           end-read

           add 1 to linha

           display rot-codigo         at line linha column 05
           display rot-descricao      at line linha column 11
           display rot-dias-entrega   at line linha column 43
           display rot-placa(1)       at line linha column 52
           display rot-placa(2)       at line linha column 61
           display rot-placa(3)       at line linha column 70
           display rot-situacao       at line linha column 78

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

      * A cidade pertence a uma rota so; rota zero desliga a cidade
      * e os pedidos dela voltam a ser entregues fora de rota.
       vincula-cidade section.
           initialize registro-cidades

           display erase                      at 0101
           display "UF...................: "  at 0501
           display "Codigo da Cidade.....: "  at 0601
           display "Rota (0=Sem Rota)....: "  at 0701
           accept uf-cidades at 0524
           if uf-cidades = spaces
               go mostra-opcoes
           end-if
           accept codigo-cidades at 0624

           read cidades invalid key
               display "Cidade Nao Cadastrada ... Enter" at 2301
               accept resposta at 2380
               go vincula-cidade
           end-read
           display nome-cidades at 0630

           move rota-cidades to ws-rota
           display ws-rota at 0724
           accept ws-rota  at 0724
           if ws-rota not = zeros
               move ws-rota to rot-codigo
               read rotas invalid key
                   display "Rota Nao Cadastrada, verifique." at 2301
                   accept resposta at 2380
                   go vincula-cidade
               end-read
               display rot-descricao at 0730
           end-if

           move ws-rota to rota-cidades
           rewrite registro-cidades invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-cidades
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           go vincula-cidade.

       consulta-cidades section.
           display erase at 0101
           move zeros to ws-rota
           display "Codigo da Rota.......: " at 0201
           accept ws-rota at 0224
           if ws-rota = zeros
               go mostra-opcoes
           end-if

           move spaces to uf-cidades
           move zeros  to codigo-cidades
           start cidades key is >= chave-cidades invalid key
               go consulta-cidades-fim
           end-start.

       consulta-cidades-monta-tela.
           display erase at 0401
           display "UF"       at 0405
           display "Codigo"   at 0409
           display "Cidade"   at 0417

           move 05 to linha.

       consulta-cidades-le.
           read cidades next at end
               go consulta-cidades-fim
           end-read
           if rota-cidades not = ws-rota
               go consulta-cidades-le
           end-if

           add 1 to linha

           display uf-cidades      at line linha column 05
           display codigo-cidades  at line linha column 09
           display nome-cidades    at line linha column 17

           if linha < 22
               go consulta-cidades-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go consulta-cidades-monta-tela
           end-if
           go mostra-opcoes.

       consulta-cidades-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

       verifica-dias section.
           move "S" to situacao-dias
           move 1 to ws-indice.
       verifica-dias-loop.
           if ws-indice > 7
               go verifica-dias-fim
           end-if
           if rot-dia(ws-indice) = "s"
               move "S" to rot-dia(ws-indice)
           end-if
           if rot-dia(ws-indice) = "n" or " "
               move "N" to rot-dia(ws-indice)
           end-if
           if rot-dia(ws-indice) not = "S" and "N"
               move "N" to situacao-dias
           end-if
           add 1 to ws-indice
           go verifica-dias-loop.
       verifica-dias-fim.
           exit.

       pede-veiculos section.
           move 1  to ws-indice
           move 10 to ws-linha-veiculo.
       pede-veiculos-loop.
           if ws-indice > 3
               go pede-veiculos-fim
           end-if
           display rot-placa(ws-indice)
                       at line ws-linha-veiculo column 01
           accept rot-placa(ws-indice)
                       at line ws-linha-veiculo column 01
           if rot-placa(ws-indice) = spaces
               move zeros to rot-capacidade(ws-indice)
           else
               display rot-capacidade(ws-indice)
                           at line ws-linha-veiculo column 10
               accept rot-capacidade(ws-indice)
                           at line ws-linha-veiculo column 10
           end-if
           add 1 to ws-indice ws-linha-veiculo
           go pede-veiculos-loop.
       pede-veiculos-fim.
           exit.

       end program Manutencao-Rotas.
