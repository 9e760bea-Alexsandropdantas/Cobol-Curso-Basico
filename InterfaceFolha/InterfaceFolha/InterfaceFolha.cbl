       identification division.
       program-id. Interface-Folha.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-EventosFolha.txt".
       copy "C:\CursoCobol\Copylib\Select-RemessasFolha.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select interface-folha assign to ws-local-interface
               file status is estado-interface
               organization is line sequential.
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-EventosFolha.txt".
       copy "C:\CursoCobol\Copylib\FD-RemessasFolha.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd interface-folha label record omitted.
       01 linha-interface          pic x(80).
       01 header-interface redefines linha-interface.
           02 hdr-tipo               pic x(01).
           02 hdr-competencia        pic 9(06).
           02 hdr-data               pic 9(08).
           02 hdr-hora               pic 9(08).
           02 hdr-geracao            pic 9(03).
           02 filler                 pic x(54).
       01 detalhe-interface redefines linha-interface.
           02 det-tipo               pic x(01).
           02 det-vendedor           pic 9(03).
           02 det-evento             pic 9(04).
           02 det-competencia        pic 9(06).
           02 det-tipo-comissao      pic x(01).
           02 det-valor              pic 9(11)v99.
           02 filler                 pic x(52).
       01 trailer-interface redefines linha-interface.
           02 trl-tipo               pic x(01).
           02 trl-contagem           pic 9(07).
           02 trl-hash-valor         pic 9(15)v99.
           02 filler                 pic x(55).
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-comissoes         pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-eventos-folha     pic x(02) value spaces.
       01 estado-remessas-folha    pic x(02) value spaces.
       01 estado-interface         pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-interface       pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-hora-sistema          pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 filler redefines ws-competencia.
          03 ws-comp-ano           pic 9(04).
          03 ws-comp-mes           pic 9(02).
       01 ws-evento                pic 9(04) value zeros.
       01 ws-descricao-evento      pic x(30) value spaces.
       01 ws-tipo-sem-evento       pic x(01) value spaces.
       01 ws-previstos             pic 9(07) value zeros.
       01 ws-registros             pic 9(07) value zeros.
       01 ws-hash-valor            pic 9(15)v99 value zeros.
       01 ws-liquido               pic s9(15)v99 value zeros.
       01 ws-geracao-interface     pic 9(07) value zeros.
       01 ws-indice-tipo           pic 9(01) value zeros.
       01 ws-vendedor-anterior     pic 9(03) value zeros.

      * Tipos do razao de comissoes que vao para a folha; estorno,
      * desconto de adiantamento e recalculo a menor sao descontos
      * no liquido.
       01 tabela-tipos-valores.
          03 filler pic x(14) value "NCalculada".
          03 filler pic x(14) value "EEstorno".
          03 filler pic x(14) value "SSupervisao".
          03 filler pic x(14) value "PPiso".
          03 filler pic x(14) value "AAdiantamento".
          03 filler pic x(14) value "RRecalculo +".
          03 filler pic x(14) value "DRecalculo -".
       01 tabela-tipos-folha redefines tabela-tipos-valores.
          03 ttf-entrada occurs 7 times.
             05 ttf-tipo           pic x(01).
             05 ttf-nome           pic x(13).
       01 tabela-totais-folha.
          03 ttt-entrada occurs 7 times.
             05 ttt-registros      pic 9(07).
             05 ttt-valor          pic 9(13)v99.

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(42)
                value "Conferencia da Interface com a Folha".
         03 filler                pic x(13) value "Competencia:".
         03 00-competencia        pic 9999/99bbb.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 9999.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(06) value "VEND".
         03 filler                pic x(32) value "NOME".
         03 filler                pic x(15) value "TIPO".
         03 filler                pic x(08) value "EVENTO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(13) value "VALOR".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-vendedor           pic zz9bbb.
         03 12-nome               pic x(30)bb.
         03 12-tipo               pic x(13)bb.
         03 12-evento             pic 9999bbbb.
         03 12-descricao          pic x(30)bb.
         03 12-valor              pic zz.zzz.zz9,99.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(11) value "Total Tipo".
         03 13-tipo               pic x(13)bb.
         03 filler                pic x(11) value "Registros:".
         03 13-registros          pic zzz.zz9bbb.
         03 filler                pic x(07) value "Valor:".
         03 13-valor              pic z.zzz.zzz.zzz.zz9,99.
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(24)
                value "Registros Enviados....:".
         03 14-registros          pic zzz.zz9bbb.
         03 filler                pic x(18) value "Hash do Trailer:".
         03 14-hash               pic z.zzz.zzz.zzz.zz9,99.
       01 linha-04b.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(24)
                value "Liquido a Pagar.......:".
         03 14-liquido            pic z.zzz.zzz.zzz.zz9,99-.
       01 linha-05.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(60) value
            "Conferido pelo RH: ______________________________".
         03 filler                pic x(30) value
            "Data: ____/____/________".

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivo-io-eventos section.
           open i-o eventos-folha
           if estado-eventos-folha not = "00"
           if estado-eventos-folha = "35" or "05"
               close eventos-folha
               open output eventos-folha
               close eventos-folha
               go abre-arquivo-io-eventos
           else
               display "Arquivo Eventos Folha Com Problema Estado "
                                      at 2301 estado-eventos-folha
               accept resposta at 2380
               goback
           end-if
           end-if.

       abre-arquivo-io-remessas section.
           open i-o remessas-folha
           if estado-remessas-folha not = "00"
           if estado-remessas-folha = "35" or "05"
               close remessas-folha
               open output remessas-folha
               close remessas-folha
               go abre-arquivo-io-remessas
           else
               display "Arquivo Remessas Folha Com Problema Estado "
                                      at 2301 estado-remessas-folha
               accept resposta at 2380
               close eventos-folha
               goback
           end-if
           end-if

           open input comissoes
           if estado-comissoes not = "00"
               display "Arquivo Comissoes Com Problema Estado " at 2301
                           estado-comissoes
               accept resposta at 2380
               close eventos-folha remessas-folha
               goback
           end-if

           open input vendedores
           if estado-vendedores not = "00"
               display "Arquivo Vendedores Com Problema Estado " at 2301
                           estado-vendedores
               accept resposta at 2380
               close eventos-folha remessas-folha comissoes
               goback
           end-if.

       mostra-opcoes section.
           display erase                                  at 0101
           display "Interface de Comissoes com a Folha"    at 0101
           display "01-Eventos da Folha por Tipo"          at 0301
           display "02-Gera Arquivo da Competencia"        at 0401
           display "03-Reabre Competencia Enviada"         at 0501
           display "04-Consulta Remessas"                  at 0601
           display "00-Sair"                               at 0801
           display "Opcao: "                               at 1001
           accept opcao at 1008

           if opcao = 01
               if not perfil-supervisor
                   display "Opcao Restrita ao Supervisor." at 2301
                   accept resposta at 2380
                   go mostra-opcoes
               end-if
               go manutencao-eventos
           else
           if opcao = 02
               go gera-interface
           else
           if opcao = 03
               if not perfil-supervisor
                   display "Opcao Restrita ao Supervisor." at 2301
                   accept resposta at 2380
                   go mostra-opcoes
               end-if
               go reabre-competencia
           else
           if opcao = 04
               go consulta-remessas
           else
           if opcao = 00
               close eventos-folha remessas-folha comissoes vendedores
               goback
           else
               go mostra-opcoes
           end-if.

      * Cada tipo do razao de comissoes tem o seu evento na folha:
      * N calculada, E estorno, S supervisao, P piso e A desconto
      * de adiantamento, R e D recalculo a maior e a menor.
       manutencao-eventos section.
           display erase at 0101
           display "Eventos da Folha por Tipo de Comissao" at 0101
           display "Tipo"      at 0305
           display "Evento"    at 0320
           display "Descricao" at 0330
           move 04 to linha
           perform lista-evento-tipo
               varying ws-indice-tipo from 1 by 1
               until ws-indice-tipo > 7

           display "Tipo (N/E/S/P/A/R/D, Vazio=Sai): " at 1201
           move spaces to efo-tipo-comissao
           accept efo-tipo-comissao at 1235
           if efo-tipo-comissao = spaces
               go mostra-opcoes
           end-if
           inspect efo-tipo-comissao converting "nespard" to "NESPARD"
           if efo-tipo-comissao not = "N" and "E" and "S" and "P"
                                     and "A" and "R" and "D"
               display "Tipo Invalido, verifique." at 2301
               accept resposta at 2380
               go manutencao-eventos
           end-if

           move zeros  to ws-evento
           move spaces to ws-descricao-evento
           read eventos-folha with lock invalid key
               continue
           not invalid key
               move efo-evento    to ws-evento
               move efo-descricao to ws-descricao-evento
           end-read

           display "Evento da Folha....: " at 1401
           display "Descricao..........: " at 1501
           display ws-evento           at 1422
           display ws-descricao-evento at 1522
           accept ws-evento at 1422
           if ws-evento = zeros
               display "Evento Obrigatorio, verifique." at 2301
               accept resposta at 2380
               unlock eventos-folha
               go manutencao-eventos
           end-if
           accept ws-descricao-evento at 1522

           move ws-evento           to efo-evento
           move ws-descricao-evento to efo-descricao
           if estado-eventos-folha = "00"
               rewrite registro-eventos-folha invalid key
                   display "ReGravacao com Problema, Estado " at 2301
                       estado-eventos-folha
                   accept resposta at 2380
               end-rewrite
           else
               write registro-eventos-folha invalid key
                   display "Gravacao com Problemas, Estado " at 2301
                       estado-eventos-folha
                   accept resposta at 2380
               end-write
           end-if
           unlock eventos-folha
           go manutencao-eventos.
       lista-evento-tipo.
           add 1 to linha
           display ttf-tipo(ws-indice-tipo) at line linha column 05
           display ttf-nome(ws-indice-tipo) at line linha column 07
           move ttf-tipo(ws-indice-tipo) to efo-tipo-comissao
           read eventos-folha invalid key
               display "Sem Evento" at line linha column 20
           not invalid key
               display efo-evento    at line linha column 20
               display efo-descricao at line linha column 30
           end-read.

      * Competencia ja enviada a folha so e gerada de novo depois
      * de reaberta pelo supervisor. Todo tipo presente precisa
      * ter evento, senao o arquivo nao fecha com a listagem.
       gera-interface section.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia
           if ws-comp-mes = 01
               subtract 1 from ws-comp-ano
               move 12 to ws-comp-mes
           else
               subtract 1 from ws-comp-mes
           end-if

           display erase at 0101
           display "Gera Arquivo da Folha" at 0101
           display "Competencia (AAAAMM): " at 0301
           display ws-competencia at 0323
           accept ws-competencia at 0323
           if ws-competencia = zeros
               go mostra-opcoes
           end-if

           move ws-competencia to rfo-competencia
           read remessas-folha invalid key
               continue
           not invalid key
               if remessa-enviada
                   display "Competencia Ja Enviada em " at 2201
                               rfo-data-envio
                   display "Reabertura Somente Pelo Supervisor."
                                          at 2301
                   accept resposta at 2380
                   go mostra-opcoes
               end-if
           end-read

           perform confere-eventos thru confere-eventos-fim
           if ws-tipo-sem-evento not = spaces
               display "Tipo " at 2301 ws-tipo-sem-evento
               display "Sem Evento da Folha, Cadastre na Opcao 01."
                                          at 2308
               accept resposta at 2380
               go mostra-opcoes
           end-if
           if ws-previstos = zeros
               display "Nenhuma Comissao na Competencia. Enter"
                                          at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-if

           display "Registros a Enviar: " at 0501 ws-previstos
           display "Gera o Arquivo da Folha? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               go mostra-opcoes
           end-if

      * O arquivo da folha e a listagem de conferencia tem cada um
      * o seu registro no spool.
           move "Interface-Folha" to ws-spool-programa
           move "Interface-Folha" to ws-spool-nome
           perform registra-spool
           move ws-local         to ws-local-interface
           move ws-spool-geracao to ws-geracao-interface

           move "Interface-Folha"   to ws-spool-programa
           move "Conferencia-Folha" to ws-spool-nome
           perform registra-spool

           open output interface-folha
           if estado-interface not = "00"
               display "Arquivo da Folha Com Problema Estado " at 2301
                           estado-interface
               accept resposta at 2380
               go mostra-opcoes
           end-if
           open output relatorio

           move zeros to rfo-geracoes
           move ws-competencia to rfo-competencia
           read remessas-folha invalid key
               continue
           end-read

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move spaces           to linha-interface
           move "H"              to hdr-tipo
           move ws-competencia   to hdr-competencia
           move ws-data-sistema  to hdr-data
           move ws-hora-sistema  to hdr-hora
           compute hdr-geracao = rfo-geracoes + 1
           end-compute
           write linha-interface

           move ws-competencia       to 00-competencia
           move ws-data-sistema(7:2) to 00-dia
           move ws-data-sistema(5:2) to 00-mes
           move ws-data-sistema(1:4) to 00-ano
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           initialize tabela-totais-folha
           move zeros to ws-registros ws-hash-valor ws-liquido
                         ws-vendedor-anterior
           move spaces to nome-vendedores

           move zeros  to com-vendedor com-competencia
           move spaces to com-tipo
           start comissoes key is >= chave-comissoes invalid key
               continue
           end-start
           if estado-comissoes = "00"
               perform envia-comissao
                   until estado-comissoes = "10"
           end-if

           move spaces         to linha-interface
           move "T"            to trl-tipo
           move ws-registros   to trl-contagem
           move ws-hash-valor  to trl-hash-valor
           write linha-interface
           close interface-folha

           perform imprime-totais
           close relatorio

           perform registra-remessa

           display "Registros Enviados: " at 2101 ws-registros
           display "Arquivo da Folha, Geracao: " at 2201
                       ws-geracao-interface
           display "Imprima a Conferencia Para o RH. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
       confere-eventos.
           move spaces to ws-tipo-sem-evento
           move zeros  to ws-previstos

           move zeros  to com-vendedor com-competencia
           move spaces to com-tipo
           start comissoes key is >= chave-comissoes invalid key
               go confere-eventos-fim
           end-start.
       confere-eventos-le.
           read comissoes next at end
               go confere-eventos-fim
           end-read

           if com-competencia not = ws-competencia
               or com-valor = zeros
               go confere-eventos-le
           end-if

           move com-tipo to efo-tipo-comissao
           read eventos-folha invalid key
               move com-tipo to ws-tipo-sem-evento
               go confere-eventos-fim
           end-read
           add 1 to ws-previstos
           go confere-eventos-le.
       confere-eventos-fim.
           exit.
       envia-comissao.
           read comissoes next at end
               exit paragraph
           end-read

           if com-competencia not = ws-competencia
               or com-valor = zeros
               exit paragraph
           end-if

           move com-tipo to efo-tipo-comissao
           read eventos-folha invalid key
               exit paragraph
           end-read

           move spaces          to linha-interface
           move "D"             to det-tipo
           move com-vendedor    to det-vendedor
           move efo-evento      to det-evento
           move com-competencia to det-competencia
           move com-tipo        to det-tipo-comissao
           move com-valor       to det-valor
           write linha-interface

           add 1         to ws-registros
           add com-valor to ws-hash-valor

           evaluate true
               when comissao-calculada
                   move 1 to ws-indice-tipo
               when comissao-estorno
                   move 2 to ws-indice-tipo
               when comissao-supervisao
                   move 3 to ws-indice-tipo
               when comissao-piso
                   move 4 to ws-indice-tipo
               when comissao-adiantamento
                   move 5 to ws-indice-tipo
               when comissao-recalculo-credito
                   move 6 to ws-indice-tipo
               when other
                   move 7 to ws-indice-tipo
           end-evaluate
           add 1         to ttt-registros(ws-indice-tipo)
           add com-valor to ttt-valor(ws-indice-tipo)
           if comissao-deducao
               subtract com-valor from ws-liquido
           else
               add com-valor to ws-liquido
           end-if

           if com-vendedor not = ws-vendedor-anterior
               move com-vendedor to codigo-vendedores
               read vendedores invalid key
                   move spaces to nome-vendedores
               end-read
               move com-vendedor to ws-vendedor-anterior
           end-if

           move com-vendedor             to 12-vendedor
           move nome-vendedores          to 12-nome
           move ttf-nome(ws-indice-tipo) to 12-tipo
           move efo-evento               to 12-evento
           move efo-descricao            to 12-descricao
           move com-valor                to 12-valor
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-total-tipo
               varying ws-indice-tipo from 1 by 1
               until ws-indice-tipo > 7

           move spaces to linha-relatorio
           write linha-relatorio
           move ws-registros  to 14-registros
           move ws-hash-valor to 14-hash
           write linha-relatorio from linha-04
           move ws-liquido    to 14-liquido
           write linha-relatorio from linha-04b

           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-05

           move "Fim da Conferencia" to linha-relatorio
           write linha-relatorio.
       imprime-total-tipo.
           if ttt-registros(ws-indice-tipo) = zeros
               exit paragraph
           end-if
           move ttf-nome(ws-indice-tipo)      to 13-tipo
           move ttt-registros(ws-indice-tipo) to 13-registros
           move ttt-valor(ws-indice-tipo)     to 13-valor
           write linha-relatorio from linha-03.
       registra-remessa.
           move ws-competencia to rfo-competencia
           read remessas-folha with lock invalid key
               initialize registro-remessas-folha
               move ws-competencia to rfo-competencia
           end-read

           move "E"                  to rfo-situacao
           add 1                     to rfo-geracoes
           move ws-geracao-interface to rfo-spool-geracao
           move ws-data-sistema      to rfo-data-envio
           move usuario-corrente     to rfo-operador
           move ws-registros         to rfo-registros
           move ws-hash-valor        to rfo-valor-total

           if estado-remessas-folha = "00"
               rewrite registro-remessas-folha invalid key
                   display "ReGravacao Remessas Com Problema, Estado "
                                      at 2301 estado-remessas-folha
                   accept resposta at 2380
               end-rewrite
           else
               write registro-remessas-folha invalid key
                   display "Gravacao Remessas Com Problema, Estado "
                                      at 2301 estado-remessas-folha
                   accept resposta at 2380
               end-write
           end-if
           unlock remessas-folha.

       reabre-competencia section.
           display erase at 0101
           display "Reabre Competencia Enviada a Folha" at 0101
           display "Competencia (AAAAMM): " at 0301
           move zeros to ws-competencia
           accept ws-competencia at 0323
           if ws-competencia = zeros
               go mostra-opcoes
           end-if

           move ws-competencia to rfo-competencia
           read remessas-folha with lock invalid key
               display "Competencia Nunca Enviada. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-read

           if not remessa-enviada
               display "Competencia Ja Reaberta. Enter" at 2301
               accept resposta at 2380
               unlock remessas-folha
               go mostra-opcoes
           end-if

           display "Enviada em.........: " at 0501 rfo-data-envio
           display "Registros..........: " at 0601 rfo-registros
           display "Valor..............: " at 0701 rfo-valor-total
           display "Reabre Para Nova Geracao? Sim ou Nao?" at 2301
           accept resposta at 2340
           if resposta not = "S" and "s"
               unlock remessas-folha
               go mostra-opcoes
           end-if

           accept ws-data-sistema from date yyyymmdd
           move "R"              to rfo-situacao
           move usuario-corrente to rfo-supervisor-reabertura
           move ws-data-sistema  to rfo-data-reabertura
           rewrite registro-remessas-folha invalid key
               display "ReGravacao com Problema, Estado " at 2301
                   estado-remessas-folha
               accept resposta at 2380
           end-rewrite
           unlock remessas-folha
           go mostra-opcoes.

       consulta-remessas section.
           display erase at 0101
           display "Remessas Enviadas a Folha" at 0101
           move zeros to rfo-competencia
           start remessas-folha key is >= chave-remessas-folha
               invalid key
               display "Nenhuma Remessa Enviada...Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start.
       consulta-monta-tela.
           display erase at 0301
           display "Compet."   at 0301
           display "S"         at 0310
           display "Ger"       at 0313
           display "Envio"     at 0318
           display "Regs"      at 0328
           display "Valor"     at 0337
           display "Operador"  at 0358
           display "Reab.Por"  at 0368
           move 03 to linha.
       consulta-le-arquivo.
           read remessas-folha next at end
               go consulta-fim
           end-read

           add 1 to linha
           display rfo-competencia  at line linha column 01
           display rfo-situacao     at line linha column 10
           display rfo-geracoes     at line linha column 13
           display rfo-data-envio   at line linha column 18
           display rfo-registros    at line linha column 27
           display rfo-valor-total  at line linha column 35
           display rfo-operador     at line linha column 58
           display rfo-supervisor-reabertura
                                    at line linha column 68

           if linha < 21
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

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Interface-Folha.
