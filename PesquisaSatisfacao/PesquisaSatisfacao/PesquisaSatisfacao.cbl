       identification division.
       program-id. Pesquisa-Satisfacao.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pesquisas.txt".
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Contatos.txt".
       copy "C:\CursoCobol\Copylib\Select-Tarefas.txt".
       copy "C:\CursoCobol\Copylib\Select-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select importacao-pesquisas assign to ws-local-importacao
               file status is estado-importacao
               organization is line sequential.
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pesquisas.txt".
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Contatos.txt".
       copy "C:\CursoCobol\Copylib\FD-Tarefas.txt".
       copy "C:\CursoCobol\Copylib\FD-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd importacao-pesquisas label record omitted.
       01 linha-importacao         pic x(132).
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-pesquisas         pic x(02) value spaces.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-contatos          pic x(02) value spaces.
       01 estado-tarefas           pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 estado-importacao        pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-importacao      pic x(70) value spaces.
       01 ws-tem-contatos          pic x(01) value "N".
          88 contatos-disponivel   value "S".
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-entrega          pic 9(07) value zeros.
       01 ws-dias-decorridos       pic 9(07) value zeros.
       01 ws-dias-envio            pic 9(07) value zeros.
       01 ws-dias-apos-entrega     pic 9(03) value zeros.
       01 ws-dias-intervalo        pic 9(03) value zeros.
       01 ws-nota-baixa            pic 9(02) value zeros.
       01 ws-email-cliente         pic x(40) value spaces.
       01 ws-pesquisado-recente    pic x(01) value "N".
          88 pesquisado-recente    value "S".
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-enviadas              pic 9(07) value zeros.
       01 ws-sem-email             pic 9(07) value zeros.
       01 ws-recentes              pic 9(07) value zeros.
       01 ws-importados            pic 9(07) value zeros.
       01 ws-rejeitados            pic 9(07) value zeros.
       01 ws-tarefas-abertas       pic 9(07) value zeros.
       01 ws-hash-notas            pic 9(09) value zeros.
       01 ws-motivo-rejeicao       pic x(02) value spaces.
       01 imp-pedido               pic 9(06) value zeros.
       01 imp-nota-texto           pic x(02) value spaces.
       01 imp-nota                 pic 9(02) value zeros.
       01 imp-comentario           pic x(80) value spaces.
       01 ws-pedido-edit           pic zzzzz9.
       01 ws-nota-edit             pic z9.
       01 ws-data-edit.
          03 ws-edit-dia           pic 99.
          03 filler                pic x(01) value "/".
          03 ws-edit-mes           pic 99.
          03 filler                pic x(01) value "/".
          03 ws-edit-ano           pic 9999.
       01 ws-conv-data             pic 9(08) value zeros.
       01 filler redefines ws-conv-data.
          03 ws-conv-ano           pic 9(04).
          03 ws-conv-mes           pic 9(02).
          03 ws-conv-dia           pic 9(02).
       01 ws-conv-dias             pic 9(07) value zeros.
       01 ws-conv-bissextos        pic 9(04) value zeros.
       01 ws-conv-trab             pic 9(04) value zeros.
       01 ws-resto-4               pic 9(02) value zeros.
       01 ws-resto-100             pic 9(02) value zeros.
       01 ws-resto-400             pic 9(03) value zeros.
       01 ws-ano-div               pic 9(04) value zeros.
       01 situacao-ano-bissexto    pic x(01) value "N".
          88 ano-bissexto          value "S".
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).
       copy "C:\CursoCobol\Copylib\CamposNotificacao.cpy".

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Importacao de Respostas de Pesquisa".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99.
       01 linha-01.
         03 filler                pic x(08) value "PEDIDO".
         03 filler                pic x(06) value "NOTA".
         03 filler                pic x(30) value "SITUACAO".
         03 filler                pic x(40) value "COMENTARIO".
       01 linha-02.
         03 12-pedido             pic zzzzz9bb.
         03 12-nota               pic x(02)bbbb.
         03 12-situacao           pic x(30).
         03 12-comentario         pic x(80).
       01 linha-03.
         03 13-titulo             pic x(24).
         03 13-quantidade         pic zzzzzz9.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move "00" to resultado-execucao
           move spaces to ws-local-importacao
           string function trim(diretorio-importacao)
                                        delimited by size
                  "\Pesquisas.txt"
                                        delimited by size
                  into ws-local-importacao
           end-string
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje.

      * PESQUISA-DIAS: dias apos a entrega para enviar a pesquisa
      * (padrao 3); PESQUISA-INTERVALO: dias sem repetir pesquisa
      * ao mesmo cliente (padrao 90); PESQUISA-NOTA-BAIXA: nota ate
      * a qual a resposta abre tarefa para o vendedor (padrao 6).
       carrega-parametros section.
           move 003 to ws-dias-apos-entrega
           move "PESQUISA-DIAS" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 1000
               move ws-par-valor-num to ws-dias-apos-entrega
           end-if

           move 090 to ws-dias-intervalo
           move "PESQUISA-INTERVALO" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-achou = "S" and ws-par-valor-num not < zeros
               and ws-par-valor-num < 1000
               move ws-par-valor-num to ws-dias-intervalo
           end-if

           move 06 to ws-nota-baixa
           move "PESQUISA-NOTA-BAIXA" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num not < zeros
               and ws-par-valor-num < 11
               move ws-par-valor-num to ws-nota-baixa
           end-if.

       abre-arquivos section.
           open i-o pesquisas
           if estado-pesquisas = "35" or "05"
               close pesquisas
               open output pesquisas
               close pesquisas
               open i-o pesquisas
           end-if
           if estado-pesquisas not = "00"
               move "81" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Pesquisas Com Problema Estado "
                               at 2301 estado-pesquisas
                   accept resposta at 2380
               end-if
               goback
           end-if

           open input pedidos
           if estado-pedidos not = "00"
               move "82" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Pedidos Com Problema Estado "
                               at 2301 estado-pedidos
                   accept resposta at 2380
               end-if
               close pesquisas
               goback
           end-if

           open input clientes
           open input contatos
           if estado-contatos = "00"
               move "S" to ws-tem-contatos
           end-if

           open i-o tarefas
           if estado-tarefas = "35" or "05"
               close tarefas
               open output tarefas
               close tarefas
               open i-o tarefas
           end-if

      * No processamento noturno a importacao so roda quando o
      * arquivo de respostas foi entregue.
           if batch-ativo
               perform envia-pesquisas
               open input importacao-pesquisas
               if estado-importacao = "00"
                   close importacao-pesquisas
                   perform importa-respostas
               end-if
               perform fecha-arquivos
               goback
           end-if.

       mostra-opcoes section.
           display erase                               at 0101
           display "Pesquisa de Satisfacao"            at 0101
           display "01-Enviar Pesquisas de Entregas"   at 0301
           display "02-Importar Respostas"             at 0401
           display "03-Relatorio Mensal (NPS)"         at 0501
           display "00-Sair"                           at 0701
           display "Opcao: "                           at 0901
           accept opcao at 0908

           if opcao = 01
               perform envia-pesquisas
               display "Enviadas: "  at 2301 ws-enviadas
               display "Sem E-mail: " at 2320 ws-sem-email
               display "Recentes: "  at 2341 ws-recentes
               display "Enter"       at 2360
               accept resposta at 2380
               go mostra-opcoes
           else
           if opcao = 02
               open input importacao-pesquisas
               if estado-importacao not = "00"
                   display "Pesquisas.txt Nao Encontrado, Estado "
                                          at 2301 estado-importacao
                   accept resposta at 2380
                   go mostra-opcoes
               end-if
               close importacao-pesquisas
               perform importa-respostas
               display "Importadas: " at 2201 ws-importados
               display "Rejeitadas: " at 2225 ws-rejeitados
               display "Tarefas: "    at 2250 ws-tarefas-abertas
               display "Importacao Concluida. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           else
           if opcao = 03
               call "Relatorio-Satisfacao" end-call
               cancel "Relatorio-Satisfacao"
               go mostra-opcoes
           else
           if opcao = 00
               perform fecha-arquivos
               goback
           else
               go mostra-opcoes
           end-if.

       fecha-arquivos section.
           close pesquisas pedidos clientes tarefas
           if contatos-disponivel
               close contatos
           end-if.

      * Pedido entregue ha pelo menos os dias do parametro (e ha no
      * maximo 30 dias alem deles, para recuperar noites sem
      * processamento) recebe uma unica pesquisa, por e-mail ao
      * primeiro contato do cliente que tenha e-mail. O cliente
      * pesquisado dentro do intervalo nao recebe outra.
       envia-pesquisas section.
           move zeros to ws-lidos ws-enviadas ws-sem-email ws-recentes
           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go envia-pesquisas-fim
           end-start.
       envia-pesquisas-le.
           read pedidos next at end
               go envia-pesquisas-fim
           end-read
           add 1 to ws-lidos

           if data-entrega-real = zeros or pedido-cancelado
               go envia-pesquisas-le
           end-if
           move data-entrega-real to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-entrega
           if ws-dias-entrega > ws-dias-hoje
               go envia-pesquisas-le
           end-if
           compute ws-dias-decorridos = ws-dias-hoje - ws-dias-entrega
           end-compute
           if ws-dias-decorridos < ws-dias-apos-entrega
               or ws-dias-decorridos > ws-dias-apos-entrega + 30
               go envia-pesquisas-le
           end-if

           move numero-pedidos to psq-pedido
           read pesquisas invalid key
               continue
           not invalid key
               go envia-pesquisas-le
           end-read

           perform verifica-pesquisa-recente
               thru verifica-pesquisa-recente-fim
           if pesquisado-recente
               add 1 to ws-recentes
               go envia-pesquisas-le
           end-if

           perform busca-email-cliente thru busca-email-cliente-fim
           if ws-email-cliente = spaces
               add 1 to ws-sem-email
               go envia-pesquisas-le
           end-if

           move cliente-pedidos to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes
           end-read

           initialize registro-pesquisas
           move numero-pedidos         to psq-pedido
           move cliente-pedidos        to psq-cliente
           move vendedor-pedidos       to psq-vendedor
           move filial-pedidos         to psq-filial
           move transportadora-pedidos to psq-transportadora
           move data-entrega-real      to psq-data-entrega
           move ws-data-sistema        to psq-data-envio
           move ws-email-cliente       to psq-email
           move "E"                    to psq-situacao
           move spaces                 to psq-comentario psq-tarefa
           write registro-pesquisas invalid key
               go envia-pesquisas-le
           end-write

           move numero-pedidos    to ws-pedido-edit
           move data-entrega-real to ws-conv-data
           move ws-conv-dia       to ws-edit-dia
           move ws-conv-mes       to ws-edit-mes
           move ws-conv-ano       to ws-edit-ano
           move ws-email-cliente  to not-destino
           move spaces to not-assunto
           string "Pesquisa de Satisfacao - Pedido " delimited by size
                  ws-pedido-edit                     delimited by size
                  into not-assunto
           end-string
           move spaces to not-corpo
           string nome-clientes       delimited by "  "
                  ", seu pedido"      delimited by size
                  ws-pedido-edit      delimited by size
                  " foi entregue em " delimited by size
                  ws-data-edit        delimited by size
                  ". De 0 a 10, quanto nos recomendaria? Responda"
                                      delimited by size
                  " com a nota e um comentario."
                                      delimited by size
                  into not-corpo
           end-string
           move "Pesquisa-Satisfacao" to not-origem
           perform grava-notificacao
           add 1 to ws-enviadas
           go envia-pesquisas-le.
       envia-pesquisas-fim.
           move "Pesquisa-Envio"  to ctr-etapa
           move ws-lidos          to ctr-lidos
           move ws-enviadas       to ctr-gravados
           compute ctr-rejeitados = ws-sem-email + ws-recentes
           end-compute
           move zeros             to ctr-hash-vendas
           perform grava-controle.

      * Cliente com pesquisa enviada dentro do intervalo de dias.
       verifica-pesquisa-recente.
           move "N" to ws-pesquisado-recente
           move cliente-pedidos to psq-cliente
           start pesquisas key is = psq-cliente invalid key
               go verifica-pesquisa-recente-fim
           end-start.
       verifica-pesquisa-recente-le.
           read pesquisas next at end
               go verifica-pesquisa-recente-fim
           end-read
           if psq-cliente not = cliente-pedidos
               go verifica-pesquisa-recente-fim
           end-if
           if psq-data-envio = zeros
               go verifica-pesquisa-recente-le
           end-if
           move psq-data-envio to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-envio
           if ws-dias-envio + ws-dias-intervalo > ws-dias-hoje
               move "S" to ws-pesquisado-recente
               go verifica-pesquisa-recente-fim
           end-if
           go verifica-pesquisa-recente-le.
       verifica-pesquisa-recente-fim.
           exit.

       busca-email-cliente.
           move spaces to ws-email-cliente
           if not contatos-disponivel
               go busca-email-cliente-fim
           end-if
           move cliente-pedidos to con-cliente
           move zeros           to con-sequencia
           start contatos key is >= chave-contatos invalid key
               go busca-email-cliente-fim
           end-start.
       busca-email-cliente-le.
           read contatos next at end
               go busca-email-cliente-fim
           end-read
           if con-cliente not = cliente-pedidos
               go busca-email-cliente-fim
           end-if
           if con-email = spaces
               go busca-email-cliente-le
           end-if
           move con-email to ws-email-cliente.
       busca-email-cliente-fim.
           exit.

      * Respostas no arquivo Pesquisas.txt, uma por linha:
      *     pedido;nota;comentario
      * A nota vai de 0 a 10. A resposta de pedido sem pesquisa
      * enviada (pesquisa feita por telefone) cria a pesquisa a
      * partir do pedido. Nota baixa abre tarefa de acompanhamento
      * para o vendedor, que substitui oferta sugerida em aberto mas
      * nao outro acompanhamento ja aberto para o cliente.
       importa-respostas section.
           move zeros to ws-lidos ws-importados ws-rejeitados
                         ws-tarefas-abertas ws-hash-notas

           move "Pesquisa-Satisfacao"    to ws-spool-programa
           move "Spool-RespostasPesquisa" to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           open input importacao-pesquisas.
       importa-respostas-le.
           read importacao-pesquisas next at end
               go importa-respostas-fim
           end-read
           if linha-importacao = spaces
               go importa-respostas-le
           end-if
           add 1 to ws-lidos

           move zeros  to imp-pedido imp-nota
           move spaces to imp-nota-texto imp-comentario
           unstring linha-importacao delimited by ";"
               into imp-pedido imp-nota-texto imp-comentario
           end-unstring

           perform valida-resposta thru valida-resposta-fim
           if ws-motivo-rejeicao not = spaces
               add 1 to ws-rejeitados
               perform imprime-resposta
               go importa-respostas-le
           end-if

           move "R"             to psq-situacao
           move imp-nota        to psq-nota
           move imp-comentario  to psq-comentario
           move ws-data-sistema to psq-data-resposta
           move spaces          to psq-tarefa
           if imp-nota not > ws-nota-baixa
               perform abre-tarefa thru abre-tarefa-fim
           end-if
           rewrite registro-pesquisas invalid key
               move "05" to ws-motivo-rejeicao
               add 1 to ws-rejeitados
               perform imprime-resposta
               go importa-respostas-le
           end-rewrite

           add 1        to ws-importados
           add imp-nota to ws-hash-notas
           perform imprime-resposta
           go importa-respostas-le.
       importa-respostas-fim.
           close importacao-pesquisas

           move spaces to linha-relatorio
           write linha-relatorio
           move "Respostas Lidas"     to 13-titulo
           move ws-lidos              to 13-quantidade
           write linha-relatorio from linha-03
           move "Importadas"          to 13-titulo
           move ws-importados         to 13-quantidade
           write linha-relatorio from linha-03
           move "Rejeitadas"          to 13-titulo
           move ws-rejeitados         to 13-quantidade
           write linha-relatorio from linha-03
           move "Tarefas Abertas"     to 13-titulo
           move ws-tarefas-abertas    to 13-quantidade
           write linha-relatorio from linha-03
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           move "Pesquisa-Respostas" to ctr-etapa
           move ws-lidos             to ctr-lidos
           move ws-importados        to ctr-gravados
           move ws-rejeitados        to ctr-rejeitados
           move ws-hash-notas        to ctr-hash-vendas
           perform grava-controle

           if ws-rejeitados > zeros
               move "01" to resultado-execucao
           end-if.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       imprime-resposta.
           move imp-pedido     to 12-pedido
           move imp-nota-texto to 12-nota
           move imp-comentario to 12-comentario
           evaluate ws-motivo-rejeicao
               when spaces
                   if pesquisa-com-tarefa
                       move "Importada - Tarefa Aberta"
                                          to 12-situacao
                   else
                       move "Importada"   to 12-situacao
                   end-if
               when "01"
                   move "Rejeitada - Pedido Invalido" to 12-situacao
               when "02"
                   move "Rejeitada - Pedido Nao Entregue"
                                          to 12-situacao
               when "03"
                   move "Rejeitada - Nota Invalida" to 12-situacao
               when "04"
                   move "Rejeitada - Ja Respondida" to 12-situacao
               when other
                   move "Rejeitada - Erro Gravacao" to 12-situacao
           end-evaluate
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.

       valida-resposta.
           move spaces to ws-motivo-rejeicao
           if imp-pedido not numeric or imp-pedido = zeros
               move "01" to ws-motivo-rejeicao
               go valida-resposta-fim
           end-if

           if imp-nota-texto(2:1) = space
               move imp-nota-texto(1:1) to imp-nota-texto(2:1)
               move "0"                 to imp-nota-texto(1:1)
           end-if
           if imp-nota-texto not numeric
               move "03" to ws-motivo-rejeicao
               go valida-resposta-fim
           end-if
           move imp-nota-texto to imp-nota
           if imp-nota > 10
               move "03" to ws-motivo-rejeicao
               go valida-resposta-fim
           end-if

           move imp-pedido to psq-pedido
           read pesquisas invalid key
               perform cria-pesquisa-telefone
                   thru cria-pesquisa-telefone-fim
               go valida-resposta-fim
           end-read
           if pesquisa-respondida
               move "04" to ws-motivo-rejeicao
           end-if.
       valida-resposta-fim.
           exit.

       cria-pesquisa-telefone.
           move imp-pedido to numero-pedidos
           read pedidos invalid key
               move "01" to ws-motivo-rejeicao
               go cria-pesquisa-telefone-fim
           end-read
           if data-entrega-real = zeros
               move "02" to ws-motivo-rejeicao
               go cria-pesquisa-telefone-fim
           end-if

           initialize registro-pesquisas
           move numero-pedidos         to psq-pedido
           move cliente-pedidos        to psq-cliente
           move vendedor-pedidos       to psq-vendedor
           move filial-pedidos         to psq-filial
           move transportadora-pedidos to psq-transportadora
           move data-entrega-real      to psq-data-entrega
           move zeros                  to psq-data-envio
           move spaces                 to psq-email psq-comentario
                                          psq-tarefa
           move "E"                    to psq-situacao
           write registro-pesquisas invalid key
               move "05" to ws-motivo-rejeicao
           end-write.
       cria-pesquisa-telefone-fim.
           exit.

       abre-tarefa.
           move psq-cliente to tar-cliente
           read tarefas invalid key
               continue
           not invalid key
               if tarefa-aberta and not tarefa-oferta
                   go abre-tarefa-fim
               end-if
           end-read

           move psq-pedido        to ws-pedido-edit
           move imp-nota          to ws-nota-edit
           move psq-cliente       to tar-cliente
           move psq-vendedor      to tar-vendedor
           move ws-data-sistema   to tar-data-abertura
           move "A"               to tar-status
           move spaces            to tar-resultado
           move zeros             to tar-data-fechamento
           move "S"               to tar-tipo
           move zeros             to tar-produto
           move zeros             to tar-valor-esperado
           move spaces            to tar-descricao
           string "Pedido"         delimited by size
                  ws-pedido-edit   delimited by size
                  " nota"          delimited by size
                  ws-nota-edit     delimited by size
                  ": "             delimited by size
                  psq-comentario   delimited by size
                  into tar-descricao
           end-string

           write registro-tarefas invalid key
               rewrite registro-tarefas invalid key
                   go abre-tarefa-fim
               end-rewrite
           end-write
           move "S" to psq-tarefa
           add 1 to ws-tarefas-abertas.
       abre-tarefa-fim.
           exit.

      * Conversao de data em contagem corrida de dias para poder
      * subtrair a data de entrega da data de hoje.
       converte-data-dias section.
           compute ws-conv-bissextos = (ws-conv-ano / 4)
                 - (ws-conv-ano / 100) + (ws-conv-ano / 400)
           end-compute
           compute ws-conv-dias =
                   ws-conv-ano * 365 + ws-conv-bissextos
           end-compute

           evaluate ws-conv-mes
               when 01 move 000 to ws-conv-trab
               when 02 move 031 to ws-conv-trab
               when 03 move 059 to ws-conv-trab
               when 04 move 090 to ws-conv-trab
               when 05 move 120 to ws-conv-trab
               when 06 move 151 to ws-conv-trab
               when 07 move 181 to ws-conv-trab
               when 08 move 212 to ws-conv-trab
               when 09 move 243 to ws-conv-trab
               when 10 move 273 to ws-conv-trab
               when 11 move 304 to ws-conv-trab
               when other move 334 to ws-conv-trab
           end-evaluate
           add ws-conv-trab to ws-conv-dias
           add ws-conv-dia  to ws-conv-dias

           perform verifica-ano-bissexto
           if ano-bissexto and ws-conv-mes > 02
               add 1 to ws-conv-dias
           end-if.
       verifica-ano-bissexto.
           move "N" to situacao-ano-bissexto
           divide ws-conv-ano by 4 giving ws-ano-div
                           remainder ws-resto-4
           if ws-resto-4 = zeros
               move "S" to situacao-ano-bissexto
               divide ws-conv-ano by 100 giving ws-ano-div
                               remainder ws-resto-100
               if ws-resto-100 = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-conv-ano by 400 giving ws-ano-div
                                   remainder ws-resto-400
                   if ws-resto-400 = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if.

       copy "C:\CursoCobol\Copylib\GravaNotificacao.cpy".

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Pesquisa-Satisfacao.
