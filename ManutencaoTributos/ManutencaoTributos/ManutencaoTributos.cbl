       identification division.
       program-id. Manutencao-Tributos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TributosFederais.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-TributosFederais.txt".

       working-storage section.
       01 estado-tributos        pic x(02) value spaces.
       01 resposta               pic x(01) value spaces.
       01 opcao                  pic 9(02) value zeros.
       01 linha                  pic 99    value zeros.

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivo-io-tributos section.
           open i-o tributos-federais
           if estado-tributos not = "00"
           if estado-tributos = "35" or "05"
               close tributos-federais
               open output tributos-federais
               close tributos-federais
               go abre-arquivo-io-tributos
           else
               display "Arquivo Tributos Com Problema Estado " at 2301
                           estado-tributos
               accept resposta at 2380
               goback
           end-if
           end-if.

       mostra-opcoes section.
           display erase            at 0101
           display "01-Incluir  cadastra NCM e aliquotas federais"
                                                                at 0401
           display "02-Alterar  corrige as aliquotas de um NCM"  at 0501
           display "03-Consultar lista os NCM cadastrados"       at 0601
           display "04-Excluir  remove um NCM"                   at 0701
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
               go excluir
           else
           if opcao = 00
               close tributos-federais
               goback
           else
               go mostra-opcoes
           end-if.

      * Aliquota zero e valida (produto isento ou com aliquota
      * reduzida a zero); so o NCM e a descricao sao obrigatorios.
       inclusao section.
           initialize registro-tributos

           display erase                     at 0101
           display "NCM (8 digitos)......: "  at 0501
           display "Descricao............: "  at 0601
           display "Aliquota IPI %.......: "  at 0701
           display "Aliquota PIS %.......: "  at 0801
           display "Aliquota COFINS %....: "  at 0901
           accept trb-ncm at 0524
           if trb-ncm = zeros
               go mostra-opcoes
           end-if

           read tributos-federais invalid key
               go inclusao-dados
           end-read

           display "Este NCM Ja Existe. " at 2301
           accept resposta at 2380
           go inclusao.
       inclusao-dados.
           accept trb-descricao at 0624
           if trb-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           accept trb-aliquota-ipi    at 0724
           accept trb-aliquota-pis    at 0824
           accept trb-aliquota-cofins at 0924

           write registro-tributos invalid key
               display "Gravacao com Problemas, Estado " at 2301
                    estado-tributos
               accept resposta at 2380
               go mostra-opcoes
           end-write

           go mostra-opcoes.

       alteracao section.
           initialize registro-tributos

           display erase                     at 0101
           display "NCM (8 digitos)......: "  at 0501
           accept trb-ncm at 0524
           if trb-ncm = zeros
               go mostra-opcoes
           end-if

           read tributos-federais invalid key
               display "Este NCM Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go alteracao
           end-read

           display "Descricao............: "  at 0601
           display trb-descricao              at 0624
           accept trb-descricao               at 0624
           if trb-descricao = spaces
               display "Descricao Obrigatoria, verifique." at 2301
               accept resposta at 2380
               go alteracao
           end-if

           display "Aliquota IPI %.......: "  at 0701
           display "Aliquota PIS %.......: "  at 0801
           display "Aliquota COFINS %....: "  at 0901
           display trb-aliquota-ipi           at 0724
           display trb-aliquota-pis           at 0824
           display trb-aliquota-cofins        at 0924
           accept trb-aliquota-ipi            at 0724
           accept trb-aliquota-pis            at 0824
           accept trb-aliquota-cofins         at 0924

           display "Confirma Alteracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           rewrite registro-tributos invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-tributos
               accept resposta at 2380
               go mostra-opcoes
           end-rewrite

           go mostra-opcoes.

       consulta section.
           display erase at 0101
           move zeros to trb-ncm

           start tributos-federais key is >= chave-tributos
               invalid key
               display "Nao Ha NCM Cadastrados...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.

       consulta-monta-tela.
           display erase at 0401
           display "NCM"       at 0401
           display "Descricao" at 0411
           display "IPI"       at 0453
           display "PIS"       at 0461
           display "COFINS"    at 0469

           move 05 to linha.

       consulta-le-arquivo.
           read tributos-federais next at end
               go consulta-fim
           end-read

           add 1 to linha

           display trb-ncm             at line linha column 01
           display trb-descricao       at line linha column 11
           display trb-aliquota-ipi    at line linha column 53
           display trb-aliquota-pis    at line linha column 61
           display trb-aliquota-cofins at line linha column 69

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
           initialize registro-tributos

           display erase                     at 0101
           display "NCM (8 digitos)......: "  at 0501
           accept trb-ncm at 0524
           if trb-ncm = zeros
               go mostra-opcoes
           end-if

           read tributos-federais invalid key
               display "Este NCM Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go excluir
           end-read

           display trb-descricao at 0624
           display "Confirma Exclusao do NCM? Sim ou Nao?"
                                  at 2301
           accept resposta at 2345
           if resposta = "N" or "n"
               go mostra-opcoes
           end-if

           delete tributos-federais invalid key
               display "Exclusao com Problema, Estado " at 2301
                    estado-tributos
               accept resposta at 2380
               go mostra-opcoes
           end-delete

           go mostra-opcoes.

       end program Manutencao-Tributos.
