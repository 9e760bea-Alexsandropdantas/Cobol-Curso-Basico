       identification division.
       program-id. Arquiva-Documentos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-PedidosArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-FaturasArquivadas.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-TotaisArquivados.txt".
       copy "C:\CursoCobol\Copylib\Select-LogErros.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pedidos.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-PedidosArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-FaturasArquivadas.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-TotaisArquivados.txt".
       copy "C:\CursoCobol\Copylib\FD-LogErros.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-pedidos           pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-faturas           pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-pedidos-arquivados pic x(02) value spaces.
       01 estado-itens-arquivados  pic x(02) value spaces.
       01 estado-faturas-arquivadas pic x(02) value spaces.
       01 estado-titulos-arquivados pic x(02) value spaces.
       01 estado-totais-arquivados pic x(02) value spaces.
       01 estado-log-erros         pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 filler redefines ws-data-sistema.
          03 ws-sis-ano            pic 9(04).
          03 ws-sis-mes            pic 9(02).
          03 ws-sis-dia            pic 9(02).
       01 ws-retencao-meses        pic 9(03) value zeros.
       01 ws-meses-corte           pic 9(06) value zeros.
       01 ws-data-corte            pic 9(08) value zeros.
       01 filler redefines ws-data-corte.
          03 ws-corte-ano          pic 9(04).
          03 ws-corte-mes          pic 9(02).
          03 ws-corte-dia          pic 9(02).
       01 ws-pedido-aaaammdd       pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-data-quitacao         pic 9(08) value zeros.
       01 situacao-quitacao        pic x(01) value "S".
          88 pedido-quitado        value "S".
       01 ws-renegociacao          pic 9(06) value zeros.
       01 ws-chave-titulo-salva    pic x(08) value spaces.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
      * Pedidos com fatura ainda nao encerrada (NF-e pendente) ficam
      * no arquivo vivo ate a proxima execucao.
       01 ws-total-bloqueados      pic 9(05) value zeros.
       01 ws-indice                pic 9(05) value zeros.
       01 ws-bloqueado             pic x(01) value "N".
          88 pedido-bloqueado      value "S".
       01 tabela-bloqueados.
          03 tbl-pedido            pic 9(06) occurs 5000 times.
      * Acumuladores da competencia/vendedor corrente.
       01 ws-acu-lancados          pic 9(07) value zeros.
       01 ws-acu-valor-lancado     pic 9(13)v99 value zeros.
       01 ws-acu-cancelados        pic 9(07) value zeros.
       01 ws-acu-valor-cancelado   pic 9(13)v99 value zeros.
       01 ws-acu-faturado          pic 9(13)v99 value zeros.
       01 ws-acu-recebido          pic 9(13)v99 value zeros.
       01 ws-acu-perda             pic 9(13)v99 value zeros.
      * Totais da execucao.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-pedidos-arquivados    pic 9(07) value zeros.
       01 ws-itens-movidos         pic 9(07) value zeros.
       01 ws-titulos-movidos       pic 9(07) value zeros.
       01 ws-faturas-movidas       pic 9(07) value zeros.
       01 ws-itens-pedido          pic 9(03) value zeros.
       01 ws-titulos-pedido        pic 9(03) value zeros.
       01 ws-total-valor-pedidos   pic 9(13)v99 value zeros.
       01 ws-total-valor-faturas   pic 9(13)v99 value zeros.
       01 ws-total-valor-recebido  pic 9(13)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Arquivamento de Documentos Quitados".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
         03 filler                pic x(04) value spaces.
         03 filler                pic x(14) value "Anteriores a:".
         03 00-corte              pic 9999/99/99.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "PEDIDO".
         03 filler                pic x(08) value "CLIENTE".
         03 filler                pic x(06) value "VEND".
         03 filler                pic x(11) value "DATA".
         03 filler                pic x(17) value "VALOR".
         03 filler                pic x(04) value "S".
         03 filler                pic x(07) value "ITENS".
         03 filler                pic x(07) value "TITULOS".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-pedido             pic zzzzz9bb.
         03 12-cliente            pic zzzzz9bb.
         03 12-vendedor           pic zz9bbb.
         03 12-data               pic 99/99/9999b.
         03 12-valor              pic zz.zzz.zzz.zz9,99bb.
         03 12-status             pic x(01)bbb.
         03 12-itens              pic zz9bbbb.
         03 12-titulos            pic zz9.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-descricao          pic x(30).
         03 13-quantidade         pic zz.zzz.zz9bb.
         03 13-valor              pic zz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           accept ws-data-sistema from date yyyymmdd.

      * Periodo de retencao nos arquivos vivos em meses (parametro
      * ARQUIVO-RETENCAO-MESES; sem parametro valem 24 e nunca menos
      * de 12). O corte e o primeiro dia do mes resultante: o pedido
      * e a sua quitacao tem de ser anteriores a ele.
       carrega-parametros section.
           move 024 to ws-retencao-meses
           move "ARQUIVO-RETENCAO-MESES" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num not < 12
               and ws-par-valor-num < 1000
               move ws-par-valor-num to ws-retencao-meses
           end-if

           compute ws-meses-corte = ws-sis-ano * 12 + ws-sis-mes - 1
                                  - ws-retencao-meses
           end-compute
           divide ws-meses-corte by 12 giving ws-corte-ano
                                   remainder ws-corte-mes
           add 1 to ws-corte-mes
           move 01 to ws-corte-dia.

       mostra-opcoes section.
           display erase at 0101
           display "Arquivamento de Pedidos, Faturas e Titulos" at 0101
           display "Retencao (meses): "             at 0301
           display ws-retencao-meses                at 0319
           display "Arquiva o que for anterior a: " at 0401
           display ws-corte-dia                     at 0431
           display "/"                              at 0433
           display ws-corte-mes                     at 0434
           display "/"                              at 0436
           display ws-corte-ano                     at 0437
           display "01-Arquivar Documentos Quitados" at 0601
           display "02-Consultar Pedido Arquivado"   at 0701
           display "00-Sair"                         at 0901
           display "Opcao: "                         at 1101
           move zeros to opcao
           accept opcao at 1108

           if opcao = 01
               go arquiva
           else
           if opcao = 02
               call "Consulta-Arquivados" end-call
               cancel "Consulta-Arquivados"
               go mostra-opcoes
           else
           if opcao = 00
               goback
           else
               go mostra-opcoes
           end-if.

      * Vai para o arquivo morto o pedido lancado ou cancelado,
      * anterior ao corte, cujos titulos estao todos pagos,
      * cancelados ou baixados como perda antes do corte e cujas
      * faturas estao encerradas. Itens e titulos saem junto com o
      * pedido; as faturas saem numa segunda passada, pelo pedido
      * ja arquivado. Os valores ficam somados por competencia e
      * vendedor em totais-arquivados.
       arquiva section.
           display "Confirma o Arquivamento? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

           perform abre-arquivos thru abre-arquivos-fim
           if estado-pedidos not = "00"
               go mostra-opcoes
           end-if

           perform carrega-bloqueados thru carrega-bloqueados-fim
           if ws-total-bloqueados > 5000
               display "Faturas Pendentes Excedem a Tabela. Enter"
                                      at 2301
               accept resposta at 2380
               perform fecha-arquivos
               go mostra-opcoes
           end-if

           move "Arquiva-Documentos"      to ws-spool-programa
           move "Spool-ArquivaDocumentos" to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-data-corte to 00-corte
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01

           move zeros to ws-lidos ws-pedidos-arquivados
                         ws-itens-movidos ws-titulos-movidos
                         ws-faturas-movidas ws-total-valor-pedidos
                         ws-total-valor-faturas ws-total-valor-recebido

           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go arquiva-faturas
           end-start.
       arquiva-le.
           read pedidos next at end
               go arquiva-faturas
           end-read
           add 1 to ws-lidos

           if not pedido-lancado and not pedido-cancelado
               go arquiva-le
           end-if
           move data-pedidos(5:4) to ws-pedido-aaaammdd(1:4)
           move data-pedidos(3:2) to ws-pedido-aaaammdd(5:2)
           move data-pedidos(1:2) to ws-pedido-aaaammdd(7:2)
           if ws-pedido-aaaammdd not < ws-data-corte
               go arquiva-le
           end-if

           perform verifica-bloqueado
           if pedido-bloqueado
               go arquiva-le
           end-if
           perform verifica-titulos thru verifica-titulos-fim
           if not pedido-quitado
               go arquiva-le
           end-if

           move numero-pedidos    to pda-numero
           move cliente-pedidos   to pda-cliente
           move ws-data-sistema   to pda-data-arquivamento
           move registro-pedidos  to pda-registro
           write registro-pedidos-arquivados invalid key
               move "Arquiva-Documentos" to log-programa
               move "arquiva-le"         to log-paragrafo
               move "PedidosArquiv"      to log-arquivo
               move estado-pedidos-arquivados to log-estado
               perform grava-log-erro
               go arquiva-le
           end-write

           move zeros to ws-acu-lancados ws-acu-valor-lancado
                         ws-acu-cancelados ws-acu-valor-cancelado
                         ws-acu-faturado ws-acu-recebido ws-acu-perda
           if pedido-lancado
               move 1             to ws-acu-lancados
               move valor-pedidos to ws-acu-valor-lancado
           else
               move 1             to ws-acu-cancelados
               move valor-pedidos to ws-acu-valor-cancelado
           end-if

           perform move-itens thru move-itens-fim
           perform move-titulos thru move-titulos-fim

           move ws-pedido-aaaammdd(1:6) to ws-competencia
           move vendedor-pedidos        to tra-vendedor
           perform acumula-totais

           delete pedidos invalid key
               move "Arquiva-Documentos" to log-programa
               move "arquiva-le"         to log-paragrafo
               move "Pedidos"            to log-arquivo
               move estado-pedidos       to log-estado
               perform grava-log-erro
           end-delete

           add 1 to ws-pedidos-arquivados
           add valor-pedidos to ws-total-valor-pedidos

           move numero-pedidos    to 12-pedido
           move cliente-pedidos   to 12-cliente
           move vendedor-pedidos  to 12-vendedor
           move data-pedidos      to 12-data
           move valor-pedidos     to 12-valor
           move status-pedidos    to 12-status
           move ws-itens-pedido   to 12-itens
           move ws-titulos-pedido to 12-titulos
           write linha-relatorio from linha-02 at eop
               write linha-relatorio from linha-00
               write linha-relatorio from linha-01
           end-write
           go arquiva-le.

      * Segunda passada: fatura de pedido que ja esta no arquivo
      * morto vai para as faturas arquivadas e o valor faturado
      * soma na competencia e no vendedor do pedido.
       arquiva-faturas.
           move zeros to fat-numero
           start faturas key is >= fat-numero invalid key
               go arquiva-fim
           end-start.
       arquiva-faturas-le.
           read faturas next at end
               go arquiva-fim
           end-read

           move fat-pedido to pda-numero
           read pedidos-arquivados invalid key
               go arquiva-faturas-le
           end-read

           move fat-numero       to fta-numero
           move fat-pedido       to fta-pedido
           move registro-faturas to fta-registro
           write registro-faturas-arquivadas invalid key
               move "Arquiva-Documentos" to log-programa
               move "arquiva-faturas-le" to log-paragrafo
               move "FaturasArquiv"      to log-arquivo
               move estado-faturas-arquivadas to log-estado
               perform grava-log-erro
               go arquiva-faturas-le
           end-write

           delete faturas invalid key
               move "Arquiva-Documentos" to log-programa
               move "arquiva-faturas-le" to log-paragrafo
               move "Faturas"            to log-arquivo
               move estado-faturas       to log-estado
               perform grava-log-erro
           end-delete
           add 1 to ws-faturas-movidas

           if fatura-emitida
               move pda-registro to registro-pedidos
               move data-pedidos(5:4) to ws-competencia(1:4)
               move data-pedidos(3:2) to ws-competencia(5:2)
               move vendedor-pedidos  to tra-vendedor
               move zeros to ws-acu-lancados ws-acu-valor-lancado
                             ws-acu-cancelados ws-acu-valor-cancelado
                             ws-acu-recebido ws-acu-perda
               move fat-valor to ws-acu-faturado
               perform acumula-totais
               add fat-valor to ws-total-valor-faturas
           end-if
           go arquiva-faturas-le.
       arquiva-fim.
           move "Pedidos Lidos"          to 13-descricao
           move ws-lidos                 to 13-quantidade
           move zeros                    to 13-valor
           write linha-relatorio from linha-03
           move "Pedidos Arquivados"     to 13-descricao
           move ws-pedidos-arquivados    to 13-quantidade
           move ws-total-valor-pedidos   to 13-valor
           write linha-relatorio from linha-03
           move "Itens Arquivados"       to 13-descricao
           move ws-itens-movidos         to 13-quantidade
           move zeros                    to 13-valor
           write linha-relatorio from linha-03
           move "Faturas Arquivadas"     to 13-descricao
           move ws-faturas-movidas       to 13-quantidade
           move ws-total-valor-faturas   to 13-valor
           write linha-relatorio from linha-03
           move "Titulos Arquivados"     to 13-descricao
           move ws-titulos-movidos       to 13-quantidade
           move ws-total-valor-recebido  to 13-valor
           write linha-relatorio from linha-03
           move "Pedidos Retidos (NF-e)" to 13-descricao
           move ws-total-bloqueados      to 13-quantidade
           move zeros                    to 13-valor
           write linha-relatorio from linha-03

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio
           perform fecha-arquivos

           display "Pedidos Arquivados: " at 2001 ws-pedidos-arquivados
           display "Faturas Arquivadas: " at 2101 ws-faturas-movidas
           display "Titulos Arquivados: " at 2201 ws-titulos-movidos
           display "Enter Continua" at 2310
           accept resposta at 2350
           go mostra-opcoes.

       abre-arquivos.
           open i-o pedidos
           if estado-pedidos not = "00"
               display "Arquivo Pedidos Com Problema Estado " at 2301
                           estado-pedidos
               accept resposta at 2380
               go abre-arquivos-fim
           end-if
           open i-o itens-pedido
           open i-o faturas
      * Sem os titulos nao ha como saber se o pedido esta quitado.
           open i-o titulos-receber
           if estado-titulos not = "00"
               display "Arquivo Titulos Com Problema Estado " at 2301
                           estado-titulos
               accept resposta at 2380
               close pedidos itens-pedido faturas titulos-receber
               move "99" to estado-pedidos
               go abre-arquivos-fim
           end-if

           open i-o pedidos-arquivados
           if estado-pedidos-arquivados = "35" or "05"
               close pedidos-arquivados
               open output pedidos-arquivados
               close pedidos-arquivados
               open i-o pedidos-arquivados
           end-if
           open i-o itens-arquivados
           if estado-itens-arquivados = "35" or "05"
               close itens-arquivados
               open output itens-arquivados
               close itens-arquivados
               open i-o itens-arquivados
           end-if
           open i-o faturas-arquivadas
           if estado-faturas-arquivadas = "35" or "05"
               close faturas-arquivadas
               open output faturas-arquivadas
               close faturas-arquivadas
               open i-o faturas-arquivadas
           end-if
           open i-o titulos-arquivados
           if estado-titulos-arquivados = "35" or "05"
               close titulos-arquivados
               open output titulos-arquivados
               close titulos-arquivados
               open i-o titulos-arquivados
           end-if
           open i-o totais-arquivados
           if estado-totais-arquivados = "35" or "05"
               close totais-arquivados
               open output totais-arquivados
               close totais-arquivados
               open i-o totais-arquivados
           end-if

           if estado-pedidos-arquivados not = "00"
               or estado-itens-arquivados not = "00"
               or estado-faturas-arquivadas not = "00"
               or estado-titulos-arquivados not = "00"
               or estado-totais-arquivados not = "00"
               display "Arquivo Morto Com Problema, Verifique. Enter"
                                      at 2301
               accept resposta at 2380
               perform fecha-arquivos
               move "99" to estado-pedidos
           end-if.
       abre-arquivos-fim.
           exit.

       fecha-arquivos.
           close pedidos itens-pedido faturas titulos-receber
                 pedidos-arquivados itens-arquivados
                 faturas-arquivadas titulos-arquivados
                 totais-arquivados.

       carrega-bloqueados.
           move zeros to ws-total-bloqueados
           initialize tabela-bloqueados
           if estado-faturas not = "00"
               go carrega-bloqueados-fim
           end-if
           move zeros to fat-numero
           start faturas key is >= fat-numero invalid key
               go carrega-bloqueados-fim
           end-start.
       carrega-bloqueados-le.
           read faturas next at end
               go carrega-bloqueados-fim
           end-read
           if fatura-cancelada
               go carrega-bloqueados-le
           end-if
           if fatura-emitida and not nfe-pendente
               go carrega-bloqueados-le
           end-if

           add 1 to ws-total-bloqueados
           if ws-total-bloqueados > 5000
               go carrega-bloqueados-fim
           end-if
           move fat-pedido to tbl-pedido(ws-total-bloqueados)
           go carrega-bloqueados-le.
       carrega-bloqueados-fim.
           exit.

       verifica-bloqueado.
           move "N" to ws-bloqueado
           move 1   to ws-indice
           perform procura-bloqueado
               until ws-indice > ws-total-bloqueados
                  or pedido-bloqueado.
       procura-bloqueado.
           if tbl-pedido(ws-indice) = numero-pedidos
               move "S" to ws-bloqueado
           end-if
           add 1 to ws-indice.

      * Titulo aberto segura o pedido. Titulo cancelado por
      * renegociacao so libera quando todas as parcelas da
      * renegociacao (origem R, gravadas pelo numero dela) estiverem
      * quitadas; as parcelas da renegociacao nao sao do pedido e
      * ficam no arquivo vivo.
       verifica-titulos.
           move "S" to situacao-quitacao
           move numero-pedidos to tit-pedido
           move zeros          to tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go verifica-titulos-fim
           end-start.
       verifica-titulos-le.
           read titulos-receber next at end
               go verifica-titulos-fim
           end-read
           if tit-pedido not = numero-pedidos
               go verifica-titulos-fim
           end-if
           if titulo-renegociado
               go verifica-titulos-le
           end-if

           move zeros to ws-data-quitacao
           evaluate true
               when titulo-aberto
                   move "N" to situacao-quitacao
                   go verifica-titulos-fim
               when titulo-pago
                   move tit-data-pagamento to ws-data-quitacao
               when titulo-perda
                   move tit-data-perda     to ws-data-quitacao
               when other
                   continue
           end-evaluate
           if ws-data-quitacao not < ws-data-corte
               move "N" to situacao-quitacao
               go verifica-titulos-fim
           end-if

           if titulo-cancelado and tit-renegociacao not = zeros
               move chave-titulos    to ws-chave-titulo-salva
               move tit-renegociacao to ws-renegociacao
               perform verifica-renegociacao
                   thru verifica-renegociacao-fim
               if not pedido-quitado
                   go verifica-titulos-fim
               end-if
               move ws-chave-titulo-salva to chave-titulos
               start titulos-receber key is > chave-titulos
                   invalid key
                   go verifica-titulos-fim
               end-start
           end-if
           go verifica-titulos-le.
       verifica-titulos-fim.
           exit.
       verifica-renegociacao.
           move ws-renegociacao to tit-pedido
           move zeros           to tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go verifica-renegociacao-fim
           end-start.
       verifica-renegociacao-le.
           read titulos-receber next at end
               go verifica-renegociacao-fim
           end-read
           if tit-pedido not = ws-renegociacao
               go verifica-renegociacao-fim
           end-if
           if not titulo-renegociado
               go verifica-renegociacao-le
           end-if
           if titulo-aberto
               move "N" to situacao-quitacao
               go verifica-renegociacao-fim
           end-if
           if titulo-pago and tit-data-pagamento not < ws-data-corte
               move "N" to situacao-quitacao
               go verifica-renegociacao-fim
           end-if
           if titulo-perda and tit-data-perda not < ws-data-corte
               move "N" to situacao-quitacao
               go verifica-renegociacao-fim
           end-if
           go verifica-renegociacao-le.
       verifica-renegociacao-fim.
           exit.

       move-itens.
           move zeros to ws-itens-pedido
           if estado-itens-pedido not = "00" and "10" and "23"
               go move-itens-fim
           end-if
           move numero-pedidos to ite-pedido
           move zeros          to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido
               invalid key
               go move-itens-fim
           end-start.
       move-itens-le.
           read itens-pedido next at end
               go move-itens-fim
           end-read
           if ite-pedido not = numero-pedidos
               go move-itens-fim
           end-if

           move ite-pedido            to ita-pedido
           move ite-sequencia         to ita-sequencia
           move registro-itens-pedido to ita-registro
           write registro-itens-arquivados invalid key
               go move-itens-le
           end-write
           delete itens-pedido invalid key
               continue
           end-delete
           add 1 to ws-itens-pedido ws-itens-movidos
           go move-itens-le.
       move-itens-fim.
           exit.

       move-titulos.
           move zeros to ws-titulos-pedido
           if estado-titulos not = "00" and "10" and "23"
               go move-titulos-fim
           end-if
           move numero-pedidos to tit-pedido
           move zeros          to tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go move-titulos-fim
           end-start.
       move-titulos-le.
           read titulos-receber next at end
               go move-titulos-fim
           end-read
           if tit-pedido not = numero-pedidos
               go move-titulos-fim
           end-if
           if titulo-renegociado
               go move-titulos-le
           end-if

           move tit-pedido        to tta-pedido
           move tit-parcela       to tta-parcela
           move registro-titulos  to tta-registro
           write registro-titulos-arquivados invalid key
               go move-titulos-le
           end-write
           delete titulos-receber invalid key
               continue
           end-delete
           add 1 to ws-titulos-pedido ws-titulos-movidos
           add tit-valor-recebido to ws-acu-recebido
                                     ws-total-valor-recebido
           add tit-valor-perda    to ws-acu-perda
           go move-titulos-le.
       move-titulos-fim.
           exit.

       acumula-totais.
           move ws-competencia to tra-competencia
           read totais-arquivados invalid key
               move zeros to tra-qtd-lancados tra-valor-lancado
                             tra-qtd-cancelados tra-valor-cancelado
                             tra-valor-faturado tra-valor-recebido
                             tra-valor-perda
               move ws-data-sistema to tra-data-arquivamento
               write registro-totais-arquivados invalid key
                   continue
               end-write
           end-read

           add ws-acu-lancados        to tra-qtd-lancados
           add ws-acu-valor-lancado   to tra-valor-lancado
           add ws-acu-cancelados      to tra-qtd-cancelados
           add ws-acu-valor-cancelado to tra-valor-cancelado
           add ws-acu-faturado        to tra-valor-faturado
           add ws-acu-recebido        to tra-valor-recebido
           add ws-acu-perda           to tra-valor-perda
           move ws-data-sistema       to tra-data-arquivamento
           rewrite registro-totais-arquivados invalid key
               continue
           end-rewrite.

       copy "C:\CursoCobol\Copylib\GravaLogErro.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Arquiva-Documentos.
