       identification division.
       program-id. Conciliacao-Bancaria.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\Select-Conciliacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select extrato assign to ws-local-extrato
               file status is estado-extrato
               organization is line sequential.
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\FD-Conciliacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd extrato label record omitted.
       01 linha-extrato            pic x(132).
       01 detalhe-extrato redefines linha-extrato.
           02 ext-tipo               pic x(01).
           02 ext-data               pic 9(08).
           02 ext-valor              pic 9(11)v99.
           02 ext-nosso-numero       pic 9(10).
           02 ext-documento          pic x(15).
           02 ext-historico          pic x(40).
           02 filler                 pic x(45).
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-recebimentos      pic x(02) value spaces.
       01 estado-conciliacoes      pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 estado-extrato           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 linha                    pic 99    value zeros.
       01 ws-operador              pic x(08) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-extrato         pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-janela-dias           pic 9(02) value 03.
       01 ws-linha-extrato         pic 9(08) value zeros.
       01 ws-extrato-lidos         pic 9(07) value zeros.
       01 ws-extrato-invalidos     pic 9(07) value zeros.
       01 ws-creditos-novos        pic 9(07) value zeros.
       01 ws-recebimentos-novos    pic 9(07) value zeros.
       01 ws-conciliados           pic 9(07) value zeros.
       01 ws-valor-conciliado      pic 9(13)v99 value zeros.
       01 ws-pendentes-banco       pic 9(07) value zeros.
       01 ws-pendentes-recebimento pic 9(07) value zeros.
       01 ws-diferenca-dias        pic s9(07) value zeros.
       01 ws-achou-par             pic x(01) value "N".
          88 achou-par             value "S".
       01 ws-indice-banco          pic 9(04) value zeros.
       01 ws-indice-recebimento    pic 9(04) value zeros.
       01 ws-indice-par            pic 9(04) value zeros.
       01 ws-total-banco           pic 9(04) value zeros.
       01 ws-total-recebimentos    pic 9(04) value zeros.
       01 ws-chave-item            pic x(25) value spaces.
       01 ws-chave-par             pic x(25) value spaces.
       01 ws-situacao-par          pic x(01) value spaces.
      * Pendencias carregadas em tabela para casar creditos e
      * recebimentos num unico passe; o que nao couber fica para a
      * proxima execucao.
       01 tabela-banco.
          03 credito-banco occurs 999 times.
             05 tbc-chave          pic x(25).
             05 tbc-valor          pic 9(11)v99.
             05 tbc-nosso-numero   pic 9(10).
             05 tbc-dias           pic 9(07).
       01 tabela-recebimentos.
          03 recebimento-pendente occurs 999 times.
             05 trc-chave          pic x(25).
             05 trc-valor          pic 9(11)v99.
             05 trc-nosso-numero   pic 9(10).
             05 trc-dias           pic 9(07).
             05 trc-usado          pic x(01).
      * Tela de pendencias.
       01 ws-pular                 pic 9(05) value zeros.
       01 ws-lidos-tela            pic 9(05) value zeros.
       01 ws-total-tela            pic 9(02) value zeros.
       01 ws-linha-escolhida       pic 9(02) value zeros.
       01 ws-linha-par             pic 9(02) value zeros.
       01 ws-acao                  pic 9(01) value zeros.
       01 ws-observacao            pic x(40) value spaces.
       01 tabela-tela.
          03 item-tela occurs 14 times.
             05 tel-chave          pic x(25).
             05 tel-origem         pic x(01).
             05 tel-valor          pic 9(11)v99.
       01 ws-valor-edit            pic zz.zzz.zzz.zz9,99.
       01 ws-data-edit.
          03 ws-data-edit-dd       pic 99/.
          03 ws-data-edit-mm       pic 99/.
          03 ws-data-edit-aaaa     pic 9999.
       01 ws-data-edicao           pic 9(08) value zeros.
       01 filler redefines ws-data-edicao.
          03 ws-edicao-ano         pic 9(04).
          03 ws-edicao-mes         pic 9(02).
          03 ws-edicao-dia         pic 9(02).
      * Relatorio.
       01 ws-parte                 pic 9(01) value zeros.
       01 ws-parte-quantidade      pic 9(07) value zeros.
       01 ws-parte-valor           pic 9(13)v99 value zeros.
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

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Conciliacao Bancaria de Recebimentos".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "ORIGEM".
         03 filler                pic x(12) value "DATA".
         03 filler                pic x(19) value "VALOR".
         03 filler                pic x(12) value "NOSSO NUM.".
         03 filler                pic x(11) value "TITULO".
         03 filler                pic x(13) value "SITUACAO".
         03 filler                pic x(30) value "HISTORICO / PAR".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-titulo             pic x(50).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-origem             pic x(06)bb.
         03 13-dia                pic 99/.
         03 13-mes                pic 99/.
         03 13-ano                pic 9999bb.
         03 13-valor              pic zz.zzz.zzz.zz9,99bb.
         03 13-nosso-numero       pic z(09)9bb
                                  blank when zero.
         03 13-pedido             pic zzzzzz
                                  blank when zero.
         03 13-barra              pic x(01).
         03 13-parcela            pic zz
                                  blank when zero.
         03 filler                pic x(02) value spaces.
         03 13-situacao           pic x(12)b.
         03 13-historico          pic x(30).
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 14-titulo             pic x(28).
         03 14-quantidade         pic zzz.zz9bb.
         03 14-valor              pic zz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move spaces to ws-local-extrato
           string function trim(diretorio-importacao)
                                        delimited by size
                  "\Extrato-Bancario.txt"
                                        delimited by size
                  into ws-local-extrato
           end-string

      * Diferenca aceita entre a data do credito no banco e a data do
      * recebimento (parametro CONCILIACAO-DIAS; sem ele, 3 dias).
           move "CONCILIACAO-DIAS" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num not < zeros
               and ws-par-valor-num < 100
               move ws-par-valor-num to ws-janela-dias
           end-if.

       abre-arquivos section.
           move "00" to resultado-execucao
           accept ws-data-sistema from date yyyymmdd

           open input titulos-receber
           if estado-titulos not = "00"
               move "81" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Titulos Com Problema Estado "
                               at 2301 estado-titulos
                   accept resposta at 2380
               end-if
               goback
           end-if

           open i-o conciliacoes
           if estado-conciliacoes = "35" or "05"
               close conciliacoes
               open output conciliacoes
               close conciliacoes
               open i-o conciliacoes
           end-if

           if batch-ativo
               move "BATCH" to ws-operador
               perform importa-concilia
               perform relatorio-conciliacao
               close titulos-receber conciliacoes
               goback
           end-if.
       pede-operador section.
           if usuario-corrente not = spaces
               move usuario-corrente to ws-operador
           else
               display "Codigo do Operador: " at 0201
               accept ws-operador at 0222
               if ws-operador = spaces
                   go pede-operador
               end-if
           end-if.
       mostra-opcoes section.
           display erase                                at 0101
           display "Conciliacao Bancaria"               at 0101
           display "01-Importar Extrato e Conciliar"    at 0301
           display "02-Resolver Pendencias"             at 0401
           display "03-Relatorio de Conciliacao"        at 0501
           display "00-Sair"                            at 0701
           display "Opcao: "                            at 0901
           accept opcao at 0908

           if opcao = 01
               perform importa-concilia
               display "Creditos Importados...: " at 1601
                       ws-creditos-novos
               display "Recebimentos Novos....: " at 1701
                       ws-recebimentos-novos
               display "Conciliados...........: " at 1801
                       ws-conciliados
               display "Pendentes Banco.......: " at 1901
                       ws-pendentes-banco
               display "Pendentes Recebimento.: " at 2001
                       ws-pendentes-recebimento
               display "Enter Continua" at 2310
               accept resposta at 2350
               go mostra-opcoes
           else
           if opcao = 02
               move zeros to ws-pular
               perform resolve-pendencias
               go mostra-opcoes
           else
           if opcao = 03
               perform relatorio-conciliacao
               display "Relatorio de Conciliacao Gerado. Enter"
                                                        at 2301
               accept resposta at 2380
               go mostra-opcoes
           else
           if opcao = 00
               close titulos-receber conciliacoes
               goback
           else
               go mostra-opcoes
           end-if.

      * Os recebimentos (baixa manual e retorno do banco) e os
      * creditos do extrato do dia entram como itens pendentes da
      * conciliacao; cada item entra uma vez so, pela chave, mesmo
      * que o extrato seja importado de novo. Depois cada credito
      * pendente procura um recebimento pendente de mesmo valor,
      * com data dentro da janela e, quando o credito traz
      * nosso-numero, do mesmo titulo. O que nao casa fica pendente
      * ate ser resolvido na tela.
       importa-concilia section.
           move zeros to ws-extrato-lidos ws-extrato-invalidos
                         ws-creditos-novos ws-recebimentos-novos
                         ws-conciliados ws-valor-conciliado
                         ws-pendentes-banco ws-pendentes-recebimento

           perform carrega-recebimentos thru carrega-recebimentos-fim
           perform importa-extrato thru importa-extrato-fim
           perform concilia-automatico thru concilia-automatico-fim

           move "Conciliacao-Bancaria" to ctr-etapa
           move ws-extrato-lidos       to ctr-lidos
           move ws-conciliados         to ctr-gravados
           move ws-extrato-invalidos   to ctr-rejeitados
           move ws-valor-conciliado    to ctr-hash-vendas
           perform grava-controle

      * Credito no banco sem recebimento e achado para a tesouraria
      * (aviso "01"), como nas demais reconciliacoes.
           if ws-pendentes-banco > zeros
               and resultado-execucao = "00"
               move "01" to resultado-execucao
           end-if
           go importa-concilia-fim.
       carrega-recebimentos.
           open input recebimentos
           if estado-recebimentos not = "00"
               close recebimentos
               go carrega-recebimentos-fim
           end-if.
       carrega-recebimentos-le.
           read recebimentos at end
               close recebimentos
               go carrega-recebimentos-fim
           end-read
           if rec-valor = zeros
               go carrega-recebimentos-le
           end-if

           move "R"         to cnc-origem
           move rec-data    to cnc-data
           move rec-hora    to cnc-sequencia
           move rec-pedido  to cnc-pedido
           move rec-parcela to cnc-parcela
           read conciliacoes
               invalid key
                   continue
               not invalid key
                   go carrega-recebimentos-le
           end-read

           move rec-pedido  to tit-pedido
           move rec-parcela to tit-parcela
           read titulos-receber invalid key
               move zeros to tit-nosso-numero
           end-read

           move rec-cliente      to cnc-cliente
           move rec-valor        to cnc-valor
           move tit-nosso-numero to cnc-nosso-numero
           move spaces to cnc-historico
           string "Recebimento "  delimited by size
                  rec-operador    delimited by size
                  into cnc-historico
           end-string
           move "P"    to cnc-status
           move spaces to cnc-par-origem
           move zeros  to cnc-par-data cnc-par-sequencia
                          cnc-par-pedido cnc-par-parcela
                          cnc-data-conciliacao
           move spaces to cnc-operador cnc-observacao
           write registro-conciliacoes invalid key
               go carrega-recebimentos-le
           end-write
           add 1 to ws-recebimentos-novos
           go carrega-recebimentos-le.
       carrega-recebimentos-fim.
           exit.
       importa-extrato.
           open input extrato
           if estado-extrato not = "00"
               move "87" to resultado-execucao
               if not batch-ativo
                   display "Extrato Bancario Nao Encontrado, Estado "
                                          at 2301 estado-extrato
                   accept resposta at 2380
               end-if
               go importa-extrato-fim
           end-if
           move zeros to ws-linha-extrato.
       importa-extrato-le.
           read extrato at end
               close extrato
               go importa-extrato-fim
           end-read
           add 1 to ws-linha-extrato

      * So os creditos interessam; debitos e saldos sao ignorados.
           if ext-tipo not = "C"
               go importa-extrato-le
           end-if
           add 1 to ws-extrato-lidos

           if ext-data not numeric or ext-valor not numeric
               or ext-valor = zeros
               add 1 to ws-extrato-invalidos
               go importa-extrato-le
           end-if
           if ext-nosso-numero not numeric
               move zeros to ext-nosso-numero
           end-if

           move "B"              to cnc-origem
           move ext-data         to cnc-data
           move ws-linha-extrato to cnc-sequencia
           move zeros            to cnc-pedido cnc-parcela
           read conciliacoes
               invalid key
                   continue
               not invalid key
                   go importa-extrato-le
           end-read

           move zeros            to cnc-cliente
           move ext-valor        to cnc-valor
           move ext-nosso-numero to cnc-nosso-numero
           move ext-historico    to cnc-historico
           move "P"    to cnc-status
           move spaces to cnc-par-origem
           move zeros  to cnc-par-data cnc-par-sequencia
                          cnc-par-pedido cnc-par-parcela
                          cnc-data-conciliacao
           move spaces to cnc-operador cnc-observacao
           write registro-conciliacoes invalid key
               go importa-extrato-le
           end-write
           add 1 to ws-creditos-novos
           go importa-extrato-le.
       importa-extrato-fim.
           exit.
       concilia-automatico.
           initialize tabela-banco tabela-recebimentos
           move zeros to ws-total-banco ws-total-recebimentos
           move "P" to cnc-status
           start conciliacoes key is = cnc-status invalid key
               go concilia-automatico-fim
           end-start.
       concilia-automatico-le.
           read conciliacoes next at end
               go concilia-automatico-casa
           end-read
           if not conciliacao-pendente
               go concilia-automatico-casa
           end-if

           move cnc-data to ws-conv-data
           perform converte-data-dias
           if item-banco
               if ws-total-banco < 999
                   add 1 to ws-total-banco
                   move chave-conciliacoes
                     to tbc-chave(ws-total-banco)
                   move cnc-valor to tbc-valor(ws-total-banco)
                   move cnc-nosso-numero
                     to tbc-nosso-numero(ws-total-banco)
                   move ws-conv-dias to tbc-dias(ws-total-banco)
               end-if
           else
               if ws-total-recebimentos < 999
                   add 1 to ws-total-recebimentos
                   move chave-conciliacoes
                     to trc-chave(ws-total-recebimentos)
                   move cnc-valor
                     to trc-valor(ws-total-recebimentos)
                   move cnc-nosso-numero
                     to trc-nosso-numero(ws-total-recebimentos)
                   move ws-conv-dias
                     to trc-dias(ws-total-recebimentos)
                   move "N" to trc-usado(ws-total-recebimentos)
               end-if
           end-if
           go concilia-automatico-le.
       concilia-automatico-casa.
           perform procura-recebimento
               varying ws-indice-banco from 1 by 1
                 until ws-indice-banco > ws-total-banco

           compute ws-pendentes-banco =
                   ws-total-banco - ws-conciliados
           end-compute
           compute ws-pendentes-recebimento =
                   ws-total-recebimentos - ws-conciliados
           end-compute.
       concilia-automatico-fim.
           exit.
       procura-recebimento.
           move "N" to ws-achou-par
           perform compara-recebimento
               varying ws-indice-recebimento from 1 by 1
                 until ws-indice-recebimento > ws-total-recebimentos
                    or achou-par
           if achou-par
               perform grava-par-automatico
           end-if.
       compara-recebimento.
           if trc-usado(ws-indice-recebimento) = "S"
               exit paragraph
           end-if
           if trc-valor(ws-indice-recebimento)
                   not = tbc-valor(ws-indice-banco)
               exit paragraph
           end-if
           if tbc-nosso-numero(ws-indice-banco) not = zeros
               and trc-nosso-numero(ws-indice-recebimento)
                   not = tbc-nosso-numero(ws-indice-banco)
               exit paragraph
           end-if
           compute ws-diferenca-dias =
                   tbc-dias(ws-indice-banco)
                 - trc-dias(ws-indice-recebimento)
           end-compute
           if ws-diferenca-dias < zeros
               compute ws-diferenca-dias = ws-diferenca-dias * -1
               end-compute
           end-if
           if ws-diferenca-dias > ws-janela-dias
               exit paragraph
           end-if
           move "S" to ws-achou-par
           move ws-indice-recebimento to ws-indice-par.
       grava-par-automatico.
           move "S" to trc-usado(ws-indice-par)
           move tbc-chave(ws-indice-banco) to ws-chave-item
           move trc-chave(ws-indice-par)   to ws-chave-par
           move "C"    to ws-situacao-par
           move "AUTO" to ws-observacao
           perform grava-conciliacao-par
           add 1 to ws-conciliados
           add tbc-valor(ws-indice-banco) to ws-valor-conciliado.
       importa-concilia-fim.
           exit.

      * Marca os dois itens de um par (ws-chave-item e ws-chave-par)
      * como conciliados, um apontando para o outro, com a situacao
      * em ws-situacao-par e o operador.
       grava-conciliacao-par section.
           move ws-chave-item to chave-conciliacoes
           read conciliacoes invalid key
               exit section
           end-read
           move ws-situacao-par to cnc-status
           move ws-chave-par    to cnc-par
           move ws-data-sistema to cnc-data-conciliacao
           move ws-operador     to cnc-operador
           move ws-observacao   to cnc-observacao
           rewrite registro-conciliacoes invalid key
               continue
           end-rewrite

           move ws-chave-par to chave-conciliacoes
           read conciliacoes invalid key
               exit section
           end-read
           move ws-situacao-par to cnc-status
           move ws-chave-item   to cnc-par
           move ws-data-sistema to cnc-data-conciliacao
           move ws-operador     to cnc-operador
           move ws-observacao   to cnc-observacao
           rewrite registro-conciliacoes invalid key
               continue
           end-rewrite.

      * Pendencias que a conciliacao automatica nao resolveu: o
      * operador casa um credito com um recebimento (valores podem
      * diferir, com confirmacao) ou baixa o item com justificativa.
       resolve-pendencias section.
           display erase at 0101
           display "Pendencias de Conciliacao" at 0101
           display "Ln O Data       Valor              Nosso-Num"
                                                            at 0301
           display "Titulo    Historico"                    at 0348
           initialize tabela-tela
           move zeros to ws-total-tela ws-lidos-tela
           move 04 to linha

           move "P" to cnc-status
           start conciliacoes key is = cnc-status invalid key
               display "Nenhuma Pendencia de Conciliacao. Enter"
                                                            at 2301
               accept resposta at 2380
               exit section
           end-start.
       resolve-pendencias-le.
           read conciliacoes next at end
               go resolve-pendencias-escolha
           end-read
           if not conciliacao-pendente
               go resolve-pendencias-escolha
           end-if
           add 1 to ws-lidos-tela
           if ws-lidos-tela <= ws-pular
               go resolve-pendencias-le
           end-if

           add 1 to ws-total-tela
           move chave-conciliacoes to tel-chave(ws-total-tela)
           move cnc-origem         to tel-origem(ws-total-tela)
           move cnc-valor          to tel-valor(ws-total-tela)

           add 1 to linha
           move cnc-data        to ws-data-edicao
           move ws-edicao-dia   to ws-data-edit-dd
           move ws-edicao-mes   to ws-data-edit-mm
           move ws-edicao-ano   to ws-data-edit-aaaa
           move cnc-valor       to ws-valor-edit
           display ws-total-tela    at line linha column 01
           display cnc-origem       at line linha column 04
           display ws-data-edit     at line linha column 06
           display ws-valor-edit    at line linha column 17
           display cnc-nosso-numero at line linha column 37
           if item-recebimento
               display cnc-pedido   at line linha column 48
               display cnc-parcela  at line linha column 55
           end-if
           display cnc-historico(1:22) at line linha column 58

           if ws-total-tela < 14
               go resolve-pendencias-le
           end-if.
       resolve-pendencias-escolha.
           if ws-total-tela = zeros
               display "Nenhuma Pendencia de Conciliacao. Enter"
                                                            at 2301
               accept resposta at 2380
               exit section
           end-if
           display "Linha (0=Sai 99=Proxima Tela): " at 2001
           move zeros to ws-linha-escolhida
           accept ws-linha-escolhida at 2033
           if ws-linha-escolhida = zeros
               exit section
           end-if
           if ws-linha-escolhida = 99
               add ws-total-tela to ws-pular
               go resolve-pendencias
           end-if
           if ws-linha-escolhida > ws-total-tela
               go resolve-pendencias-escolha
           end-if

           display "1-Conciliar Com Outra Linha  2-Baixar Com Justif"
                                                            at 2101
           display "Acao: " at 2151
           move zeros to ws-acao
           accept ws-acao at 2157
           if ws-acao = 1
               go resolve-pendencias-par
           end-if
           if ws-acao = 2
               go resolve-pendencias-justifica
           end-if
           go resolve-pendencias.
       resolve-pendencias-par.
           display "Linha do Par: " at 2201
           move zeros to ws-linha-par
           accept ws-linha-par at 2215
           if ws-linha-par = zeros or ws-linha-par > ws-total-tela
               go resolve-pendencias
           end-if
           if tel-origem(ws-linha-par)
                   = tel-origem(ws-linha-escolhida)
               display "O Par Deve Ser Credito x Recebimento. Enter"
                                                            at 2301
               accept resposta at 2380
               go resolve-pendencias
           end-if
           if tel-valor(ws-linha-par)
                   not = tel-valor(ws-linha-escolhida)
               display "Valores Diferentes. Confirma o Par? S/N"
                                                            at 2301
               accept resposta at 2345
               if resposta not = "S" and "s"
                   go resolve-pendencias
               end-if
           end-if

           move tel-chave(ws-linha-escolhida) to ws-chave-item
           move tel-chave(ws-linha-par)       to ws-chave-par
           move "M"    to ws-situacao-par
           move spaces to ws-observacao
           perform grava-conciliacao-par
           display "Par Conciliado. Enter" at 2301
           accept resposta at 2380
           go resolve-pendencias.
       resolve-pendencias-justifica.
           display "Justificativa: " at 2201
           move spaces to ws-observacao
           accept ws-observacao at 2216
           if ws-observacao = spaces
               display "Justificativa Obrigatoria. Enter" at 2301
               accept resposta at 2380
               go resolve-pendencias
           end-if

           move tel-chave(ws-linha-escolhida) to chave-conciliacoes
           read conciliacoes with lock invalid key
               go resolve-pendencias
           end-read
           move "J"             to cnc-status
           move ws-data-sistema to cnc-data-conciliacao
           move ws-operador     to cnc-operador
           move ws-observacao   to cnc-observacao
           rewrite registro-conciliacoes invalid key
               display "ReGravacao com Problema, Estado " at 2301
                           estado-conciliacoes
               accept resposta at 2380
           end-rewrite
           unlock conciliacoes
           display "Pendencia Baixada. Enter" at 2301
           accept resposta at 2380
           go resolve-pendencias.

      * Tres partes: o que foi conciliado ou baixado hoje, os
      * recebimentos ainda sem credito no banco e os creditos do
      * banco ainda sem recebimento.
       relatorio-conciliacao section.
           move "Conciliacao-Bancaria" to ws-spool-programa
           move "Spool-Conciliacao"    to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           move 1 to ws-parte
           perform imprime-parte thru imprime-parte-fim
               until ws-parte > 3

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio
           go relatorio-conciliacao-fim.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       imprime-parte.
           evaluate ws-parte
               when 1
                   move "Conciliados e Baixados Hoje" to 12-titulo
               when 2
                   move "Recebimentos Sem Credito no Banco"
                     to 12-titulo
               when other
                   move "Creditos do Banco Sem Recebimento"
                     to 12-titulo
           end-evaluate
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write
           move zeros to ws-parte-quantidade ws-parte-valor

           move low-values to chave-conciliacoes
           start conciliacoes key is >= chave-conciliacoes invalid key
               go imprime-parte-total
           end-start.
       imprime-parte-le.
           read conciliacoes next at end
               go imprime-parte-total
           end-read

           evaluate ws-parte
               when 1
                   if conciliacao-pendente
                       or cnc-data-conciliacao not = ws-data-sistema
                       go imprime-parte-le
                   end-if
                   if item-recebimento
                       and not conciliacao-justificada
                       go imprime-parte-le
                   end-if
               when 2
                   if not conciliacao-pendente or not item-recebimento
                       go imprime-parte-le
                   end-if
               when other
                   if not conciliacao-pendente or not item-banco
                       go imprime-parte-le
                   end-if
           end-evaluate

           if item-banco
               move "Banco"  to 13-origem
           else
               move "Receb." to 13-origem
           end-if
           move cnc-data         to ws-data-edicao
           move ws-edicao-dia    to 13-dia
           move ws-edicao-mes    to 13-mes
           move ws-edicao-ano    to 13-ano
           move cnc-valor        to 13-valor
           move cnc-nosso-numero to 13-nosso-numero
           if item-recebimento
               move cnc-pedido   to 13-pedido
               move "/"          to 13-barra
               move cnc-parcela  to 13-parcela
           else
               move zeros        to 13-pedido 13-parcela
               move space        to 13-barra
           end-if
           evaluate true
               when conciliacao-automatica
                   move "Automatica"  to 13-situacao
               when conciliacao-manual
                   move "Manual"      to 13-situacao
               when conciliacao-justificada
                   move "Justificada" to 13-situacao
               when other
                   move "Pendente"    to 13-situacao
           end-evaluate
           move cnc-historico to 13-historico
           if conciliacao-justificada
               move cnc-observacao to 13-historico
           end-if
           if conciliacao-automatica or conciliacao-manual
               move spaces to 13-historico
               string "Receb. "          delimited by size
                      cnc-par-pedido     delimited by size
                      "/"                delimited by size
                      cnc-par-parcela    delimited by size
                      " "                delimited by size
                      cnc-operador       delimited by size
                      into 13-historico
               end-string
           end-if
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write
           add 1         to ws-parte-quantidade
           add cnc-valor to ws-parte-valor
           go imprime-parte-le.
       imprime-parte-total.
           move "Total"             to 14-titulo
           move ws-parte-quantidade to 14-quantidade
           move ws-parte-valor      to 14-valor
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           add 1 to ws-parte.
       imprime-parte-fim.
           exit.
       relatorio-conciliacao-fim.
           exit.

      * Conversao de data em contagem corrida de dias para medir a
      * distancia entre o credito e o recebimento.
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

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Conciliacao-Bancaria.
