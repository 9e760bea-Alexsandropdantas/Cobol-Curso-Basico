           display "01-Incluir  cadastra uma faixa"    at 0301
           display "02-Consultar lista as faixas"      at 0401
           display "03-Excluir  remove uma faixa"      at 0501
           display "04-Encerrar vigencia de uma faixa" at 0601
           display "00-Sair"                           at 0701
           display "Opcao: "                           at 0901
           accept opcao at 0908
           if opcao = 03
               go excluir
           else
           if opcao = 04
               go encerrar
           else
           if opcao = 00
               close faixas-comissao
               goback
           display "Piso da Faixa.........: "  at 0701
           display "Teto (0=Sem Teto).....: "  at 0801
           display "Taxa (%)..............: "  at 0901
           display "Vigencia Inicio AAAAMM: "  at 1001
           display "Vigencia Fim AAAAMM...: "  at 1101
           display "(0=Sem Limite)"            at 1034
           display "(0=Em Vigor)"              at 1134
           accept fx-plano at 0526
           if fx-plano = zeros
               go mostra-opcoes
               accept resposta at 2380
               go inclusao-dados
           end-if
           accept fx-vigencia-inicio at 1026
           if fx-vigencia-inicio not = zeros
               and (fx-vigencia-inicio (5:2) < "01"
                    or fx-vigencia-inicio (5:2) > "12")
               display "Mes da Vigencia Invalido." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if
           accept fx-vigencia-fim at 1126
           if fx-vigencia-fim not = zeros
               and (fx-vigencia-fim (5:2) < "01"
                    or fx-vigencia-fim (5:2) > "12"
                    or fx-vigencia-fim < fx-vigencia-inicio)
               display "Fim da Vigencia Invalido." at 2301
               accept resposta at 2380
               go inclusao-dados
           end-if

           write registro-faixas invalid key
               display "Gravacao com Problemas, Estado " at 2301
           display erase at 0401
           display "Plano Seq Piso            Teto            Taxa"
                                  at 0401
           display "Inicio Fim"   at 0450
           move 04 to linha.
       consulta-le-arquivo.
           read faixas-comissao next at end
           display fx-piso      at line linha column 11
           display fx-teto      at line linha column 27
           display fx-taxa      at line linha column 43
           display fx-vigencia-inicio at line linha column 50
           display fx-vigencia-fim    at line linha column 57

           if linha < 22
               go consulta-le-arquivo
           end-delete

           go mostra-opcoes.
      * A faixa encerrada continua valendo para as competencias ate o
      * fim da vigencia, o que permite recalcular comissoes antigas
      * com as taxas da epoca.
       encerrar section.
           initialize registro-faixas

           display erase                       at 0101
           display "Plano.................: "  at 0501
           display "Sequencia da Faixa....: "  at 0601
           display "Vigencia Inicio.......: "  at 0701
           display "Vigencia Fim AAAAMM...: "  at 0801
           accept fx-plano at 0526
           if fx-plano = zeros
               go mostra-opcoes
           end-if
           accept fx-sequencia at 0626
           if fx-sequencia = zeros
               go mostra-opcoes
           end-if

           read faixas-comissao invalid key
               display "Esta Faixa Nao Existe ... Enter" at 2301
               accept resposta at 2380
               go encerrar
           end-read

           display fx-vigencia-inicio at 0726
           display fx-vigencia-fim    at 0826.
       encerrar-vigencia.
           accept fx-vigencia-fim at 0826
           if fx-vigencia-fim = zeros
               or fx-vigencia-fim (5:2) < "01"
               or fx-vigencia-fim (5:2) > "12"
               or fx-vigencia-fim < fx-vigencia-inicio
               display "Fim da Vigencia Invalido." at 2301
               accept resposta at 2380
               go encerrar-vigencia
           end-if

           rewrite registro-faixas invalid key
               display "Regravacao com Problema, Estado " at 2301
                    estado-faixas
               accept resposta at 2380
           end-rewrite

           go mostra-opcoes.
       encerrar-fim.
           exit.

       end program Manutencao-Faixas.
