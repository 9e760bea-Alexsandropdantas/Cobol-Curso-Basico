       identification division.
       program-id. Consulta-Arquivados.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-PedidosArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-FaturasArquivadas.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosArquivados.txt".
      * Os arquivos vivos nao sao abertos: os registros deles servem
      * de area para exibir a imagem guardada no arquivo morto.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-PedidosArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-FaturasArquivadas.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".

       working-storage section.
       01 estado-pedidos-arquivados pic x(02) value spaces.
       01 estado-itens-arquivados  pic x(02) value spaces.
       01 estado-faturas-arquivadas pic x(02) value spaces.
       01 estado-titulos-arquivados pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-faturas           pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-pedido                pic 9(06) value zeros.
       01 ws-cliente               pic 9(06) value zeros.
       01 ws-valor-edit            pic zz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input pedidos-arquivados
           if estado-pedidos-arquivados not = "00"
               display erase at 0101
               display "Nenhum Documento Arquivado. Enter" at 2301
               accept resposta at 2380
               goback
           end-if
           open input itens-arquivados
           open input faturas-arquivadas
           open input titulos-arquivados.

       mostra-opcoes section.
           display erase                                  at 0101
           display "Consulta de Pedidos Arquivados"       at 0101
           display "01-Consultar pelo numero do pedido"   at 0401
           display "02-Listar pedidos de um cliente"      at 0501
           display "00-Sair"                              at 0701
           display "Opcao: "                              at 0901
           move zeros to opcao
           accept opcao at 0908

           if opcao = 01
               go consulta-pedido
           else
           if opcao = 02
               go lista-cliente
           else
           if opcao = 00
               close pedidos-arquivados itens-arquivados
                     faturas-arquivadas titulos-arquivados
               goback
           else
               go mostra-opcoes
           end-if.

       consulta-pedido section.
           display erase at 0101
           display "Pedido Arquivado: " at 0301
           move zeros to ws-pedido
           accept ws-pedido at 0319
           if ws-pedido = zeros
               go mostra-opcoes
           end-if

           move ws-pedido to pda-numero
           read pedidos-arquivados invalid key
               display "Pedido Nao Consta do Arquivo Morto. Enter"
                                      at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-read

           perform mostra-pedido
           go mostra-opcoes.

       lista-cliente section.
           display erase at 0101
           display "Cliente: " at 0301
           move zeros to ws-cliente
           accept ws-cliente at 0310
           if ws-cliente = zeros
               go mostra-opcoes
           end-if

           move ws-cliente to pda-cliente
           start pedidos-arquivados key is = pda-cliente invalid key
               display "Cliente Sem Pedidos Arquivados. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.
       lista-cliente-monta.
           display erase at 0401
           display "Pedido Data       Vnd          Valor S Arquivado"
                                      at 0401
           move 04 to linha.
       lista-cliente-le.
           read pedidos-arquivados next at end
               go lista-cliente-fim
           end-read
           if pda-cliente not = ws-cliente
               go lista-cliente-fim
           end-if

           move pda-registro  to registro-pedidos
           move valor-pedidos to ws-valor-edit
           add 1 to linha
           display pda-numero            at line linha column 01
           display data-pedidos          at line linha column 08
           display vendedor-pedidos      at line linha column 19
           display ws-valor-edit         at line linha column 23
           display status-pedidos        at line linha column 41
           display pda-data-arquivamento at line linha column 43

           if linha < 21
               go lista-cliente-le
           end-if

           display "Continua para a proxima tela? S/N" at 2310
           accept resposta at 2350
           if resposta = "S" or "s"
               go lista-cliente-monta
           end-if
           go mostra-opcoes.
       lista-cliente-fim.
           display "Fim da Listagem. Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

      * Cabecalho, itens, faturas e titulos (com os recebimentos)
      * de um pedido arquivado, uma tela para cada grupo.
       mostra-pedido section.
           move pda-registro to registro-pedidos
           display erase at 0101
           display "Pedido Arquivado"     at 0101
           display "Pedido....: "         at 0301
           display numero-pedidos         at 0313
           display "Arquivado em: "       at 0331
           display pda-data-arquivamento  at 0345
           display "Cliente...: "         at 0401
           display cliente-pedidos        at 0413
           display "Vendedor..: "         at 0501
           display vendedor-pedidos       at 0513
           display "Filial....: "         at 0601
           display filial-pedidos         at 0613
           display "Data......: "         at 0701
           display data-pedidos           at 0713
           display "Status....: "         at 0801
           display status-pedidos         at 0813
           move valor-pedidos to ws-valor-edit
           display "Valor.....: "         at 0901
           display ws-valor-edit          at 0913
           display "Condicao..: "         at 1001
           display condicao-pedidos       at 1013
           display "Enter Mostra os Itens" at 2310
           accept resposta at 2350

           display erase at 0101
           display "Itens do Pedido "     at 0101
           display numero-pedidos         at 0117
           display "Seq Produto   Quantidade     Preco Unit"
                                          at 0301
           display "          Total"      at 0341
           move 03 to linha
           move pda-numero to ita-pedido
           move zeros      to ita-sequencia
           start itens-arquivados key is >= chave-itens-arquivados
               invalid key
               move "10" to estado-itens-arquivados
           end-start
           perform mostra-itens-le
               until estado-itens-arquivados = "10"
           display "Enter Mostra as Faturas" at 2310
           accept resposta at 2350

           display erase at 0101
           display "Faturas do Pedido "   at 0101
           display numero-pedidos         at 0119
           display "Fatura Emissao  S N Chave de Acesso"  at 0301
           display "           Valor"     at 0345
           move 03 to linha
           move pda-numero to fta-pedido
           start faturas-arquivadas key is = fta-pedido invalid key
               move "10" to estado-faturas-arquivadas
           end-start
           perform mostra-faturas-le
               until estado-faturas-arquivadas = "10"
           display "Enter Mostra os Titulos" at 2310
           accept resposta at 2350

           display erase at 0101
           display "Titulos e Recebimentos do Pedido " at 0101
           display numero-pedidos         at 0135
           display "Pc Vencto   S            Valor         Recebido"
                                          at 0301
           display " Pagto/Perda"         at 0349
           move 03 to linha
           move pda-numero to tta-pedido
           move zeros      to tta-parcela
           start titulos-arquivados key is >= chave-titulos-arquivados
               invalid key
               move "10" to estado-titulos-arquivados
           end-start
           perform mostra-titulos-le
               until estado-titulos-arquivados = "10"
           display "Fim da Consulta. Enter Continua" at 2310
           accept resposta at 2350.

       mostra-itens-le.
           read itens-arquivados next at end
               exit paragraph
           end-read
           if ita-pedido not = pda-numero or linha > 20
               move "10" to estado-itens-arquivados
               exit paragraph
           end-if
           move ita-registro to registro-itens-pedido
           add 1 to linha
           display ite-sequencia      at line linha column 01
           display ite-produto        at line linha column 05
           display ite-quantidade     at line linha column 15
           move ite-preco-unitario to ws-valor-edit
           display ws-valor-edit      at line linha column 25
           move ite-total to ws-valor-edit
           display ws-valor-edit      at line linha column 43.

       mostra-faturas-le.
           read faturas-arquivadas next at end
               exit paragraph
           end-read
           if fta-pedido not = pda-numero or linha > 20
               move "10" to estado-faturas-arquivadas
               exit paragraph
           end-if
           move fta-registro to registro-faturas
           add 1 to linha
           display fat-numero         at line linha column 01
           display fat-data-emissao   at line linha column 08
           display fat-status         at line linha column 17
           display fat-situacao-nfe   at line linha column 19
           display fat-chave-acesso   at line linha column 21
           move fat-valor to ws-valor-edit
           display ws-valor-edit      at line linha column 66.

       mostra-titulos-le.
           read titulos-arquivados next at end
               exit paragraph
           end-read
           if tta-pedido not = pda-numero or linha > 20
               move "10" to estado-titulos-arquivados
               exit paragraph
           end-if
           move tta-registro to registro-titulos
           add 1 to linha
           display tit-parcela        at line linha column 01
           display tit-vencimento     at line linha column 04
           display tit-status         at line linha column 13
           move tit-valor to ws-valor-edit
           display ws-valor-edit      at line linha column 15
           move tit-valor-recebido to ws-valor-edit
           display ws-valor-edit      at line linha column 32
           if titulo-perda
               display tit-data-perda     at line linha column 50
           else
               display tit-data-pagamento at line linha column 50
           end-if.

       end program Consulta-Arquivados.
