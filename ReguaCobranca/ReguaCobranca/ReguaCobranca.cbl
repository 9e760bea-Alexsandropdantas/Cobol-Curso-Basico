       identification division.
       program-id. Regua-Cobranca.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\Select-Contatos.txt".
       copy "C:\CursoCobol\Copylib\Select-CartasCobranca.txt".
       copy "C:\CursoCobol\Copylib\Select-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-cartas assign to disk.
           select arquivo-sort-estagios assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\FD-Contatos.txt".
       copy "C:\CursoCobol\Copylib\FD-CartasCobranca.txt".
       copy "C:\CursoCobol\Copylib\FD-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-cartas.
       01 registro-sort-cartas.
           03 cliente-sort         pic 9(06).
           03 estagio-sort         pic 9(01).
           03 pedido-sort          pic 9(06).
           03 parcela-sort         pic 9(02).
           03 vencimento-sort      pic 9(08).
           03 dias-sort            pic 9(05).
           03 saldo-sort           pic 9(09)v99.
       sd arquivo-sort-estagios.
       01 registro-sort-estagios.
           03 est-estagio-sort     pic 9(01).
           03 est-cliente-sort     pic 9(06).
           03 est-data-sort        pic 9(08).
           03 est-saldo-sort       pic 9(09)v99.

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-enderecos         pic x(02) value spaces.
       01 estado-contatos          pic x(02) value spaces.
       01 estado-cartas-cobranca   pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-tem-enderecos         pic x(01) value "N".
          88 enderecos-disponivel  value "S".
       01 ws-tem-contatos          pic x(01) value "N".
          88 contatos-disponivel   value "S".
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-vencimento       pic 9(07) value zeros.
       01 ws-dias-atraso           pic 9(05) value zeros.
       01 ws-saldo-titulo          pic 9(09)v99 value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-titulos-cobrados      pic 9(07) value zeros.
       01 ws-cartas-impressas      pic 9(07) value zeros.
       01 ws-emails-enviados       pic 9(07) value zeros.
       01 ws-total-cobrado         pic 9(13)v99 value zeros.
       01 ws-cliente-anterior      pic 9(06) value zeros.
       01 ws-estagio-anterior      pic 9(01) value zeros.
       01 ws-estagio               pic 9(01) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-primeira-carta        pic x(01) value "S".
          88 primeira-carta        value "S".
       01 ws-meio-envio            pic x(01) value "A".
          88 meio-so-carta         value "C".
          88 meio-so-email         value "E".
          88 meio-carta-email      value "A".
       01 ws-imprime-carta         pic x(01) value "N".
          88 imprime-carta         value "S".
       01 ws-envia-email           pic x(01) value "N".
          88 envia-email           value "S".
       01 ws-email-cobranca        pic x(40) value spaces.
       01 ws-achou-cobranca        pic x(01) value "N".
          88 achou-contato-cobranca value "S".
       01 ws-funcao-contato        pic x(20) value spaces.
       01 ws-ocorrencias           pic 9(02) value zeros.
       01 ws-carta-titulos         pic 9(03) value zeros.
       01 ws-carta-saldo           pic 9(11)v99 value zeros.
       01 ws-qtd-edit              pic zz9.
       01 ws-saldo-edit            pic zz.zzz.zzz.zz9,99.
       01 ws-indice-estagio        pic 9(01) value zeros.
       01 tabela-dias-estagio.
          03 dias-estagio occurs 3 times pic 9(03).
       01 tabela-codigos-estagio.
          03 filler                pic x(20) value "COBRANCA-DIAS-1".
          03 filler                pic x(20) value "COBRANCA-DIAS-2".
          03 filler                pic x(20) value "COBRANCA-DIAS-3".
       01 filler redefines tabela-codigos-estagio.
          03 codigo-estagio occurs 3 times pic x(20).
       01 tabela-nomes-estagio.
          03 filler                pic x(20) value "Lembrete".
          03 filler                pic x(20) value "Segundo Aviso".
          03 filler                pic x(20) value "Aviso Final".
       01 filler redefines tabela-nomes-estagio.
          03 nome-estagio occurs 3 times pic x(20).
       01 tabela-textos-estagio.
          03 filler                pic x(64) value
           "Nao identificamos o pagamento dos titulos vencidos abaixo.".
          03 filler                pic x(64) value
           "Caso ja tenha efetuado o pagamento, desconsidere o aviso.".
          03 filler                pic x(64) value
           "Reiteramos o aviso anterior: os titulos abaixo continuam".
          03 filler                pic x(64) value
           "em aberto. Pedimos regularizar o pagamento com urgencia.".
          03 filler                pic x(64) value
           "Aviso final: sem o pagamento dos titulos abaixo o debito".
          03 filler                pic x(64) value
           "podera ser levado a protesto e a cobranca externa.".
       01 filler redefines tabela-textos-estagio.
          03 texto-estagio occurs 3 times.
             05 texto-linha-1      pic x(64).
             05 texto-linha-2      pic x(64).
       01 totais-cliente.
          03 tc-titulos            pic 9(05) value zeros.
          03 tc-saldo              pic 9(13)v99 value zeros.
          03 tc-ultima-carta       pic 9(08) value zeros.
       01 totais-estagio.
          03 te-clientes           pic 9(05) value zeros.
          03 te-titulos            pic 9(05) value zeros.
          03 te-saldo              pic 9(13)v99 value zeros.
       01 totais-geral.
          03 tg-clientes           pic 9(05) value zeros.
          03 tg-titulos            pic 9(05) value zeros.
          03 tg-saldo              pic 9(13)v99 value zeros.
       01 ws-data-edicao           pic 9(08) value zeros.
       01 filler redefines ws-data-edicao.
          03 ws-edicao-ano         pic 9(04).
          03 ws-edicao-mes         pic 9(02).
          03 ws-edicao-dia         pic 9(02).
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

      * Area da Carta -------------------------------------------- *
       01 carta-00.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(20) value "Aviso de Cobranca -".
         03 20-estagio            pic x(20).
         03 filler                pic x(10) value spaces.
         03 filler                pic x(06) value "Data:".
         03 20-dia                pic 99/.
         03 20-mes                pic 99/.
         03 20-ano                pic 99.
       01 carta-01.
         03 filler                pic x(05) value spaces.
         03 21-nome               pic x(40).
         03 filler                pic x(09) value "Cliente:".
         03 21-cliente            pic zzzzz9.
       01 carta-02.
         03 filler                pic x(05) value spaces.
         03 22-endereco           pic x(40).
       01 carta-03.
         03 filler                pic x(05) value spaces.
         03 23-cidade             pic x(40)bb.
         03 23-uf                 pic x(02).
       01 carta-04.
         03 filler                pic x(05) value spaces.
         03 24-texto              pic x(64).
       01 carta-05.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(10) value "PEDIDO".
         03 filler                pic x(08) value "PARC.".
         03 filler                pic x(14) value "VENCIMENTO".
         03 filler                pic x(10) value "DIAS".
         03 filler                pic x(14) value "SALDO".
       01 carta-06.
         03 filler                pic x(05) value spaces.
         03 26-pedido             pic zzzzz9bbbb.
         03 26-parcela            pic z9bbbbbb.
         03 26-dia                pic 99/.
         03 26-mes                pic 99/.
         03 26-ano                pic 9999bbbb.
         03 26-dias               pic zzzz9bbbbb.
         03 26-saldo              pic zzz.zzz.zz9,99.
       01 carta-07.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(42) value "Total em Aberto".
         03 27-saldo              pic zz.zzz.zzz.zz9,99.
       01 carta-08.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(40)
                value "Departamento de Cobranca".

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Clientes por Estagio de Cobranca".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "CODIGO".
         03 filler                pic x(42) value "CLIENTE".
         03 filler                pic x(10) value "TITULOS".
         03 filler                pic x(20) value "SALDO EM ABERTO".
         03 filler                pic x(14) value "ULTIMA CARTA".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(09) value "Estagio:".
         03 12-estagio            pic 9bb.
         03 12-nome               pic x(20).
         03 filler                pic x(14) value "Dias Atraso:".
         03 12-dias               pic zz9.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-cliente            pic zzzzz9bb.
         03 13-nome               pic x(40)bb.
         03 13-titulos            pic zzzz9bbbbb.
         03 13-saldo              pic z.zzz.zzz.zz9,99bbbb.
         03 13-dia                pic 99/.
         03 13-mes                pic 99/.
         03 13-ano                pic 9999.
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 14-titulo             pic x(16).
         03 14-clientes           pic zzzz9.
         03 filler                pic x(10) value " clientes".
         03 filler                pic x(21) value spaces.
         03 14-titulos            pic zzzz9bbbbb.
         03 14-saldo              pic z.zzz.zzz.zz9,99.

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
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje.

      * Dias de atraso de cada estagio da regua (tabela de
      * parametros COBRANCA-DIAS-1, -2 e -3; sem parametro valem 5,
      * 15 e 30 dias) e o meio de envio em COBRANCA-MEIO: C so
      * carta, E so e-mail, A os dois. Dias fora de ordem voltam
      * ao padrao para a regua nao pular estagios.
       carrega-parametros section.
           move 005 to dias-estagio(1)
           move 015 to dias-estagio(2)
           move 030 to dias-estagio(3)
           move 1 to ws-indice-estagio
           perform carrega-dias-estagio
               until ws-indice-estagio > 3
           if dias-estagio(1) = zeros
               or dias-estagio(2) not > dias-estagio(1)
               or dias-estagio(3) not > dias-estagio(2)
               move 005 to dias-estagio(1)
               move 015 to dias-estagio(2)
               move 030 to dias-estagio(3)
           end-if

           move "COBRANCA-MEIO" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           move "A" to ws-meio-envio
           if ws-par-achou = "S"
               and (ws-par-valor-texto(1:1) = "C" or "E" or "A")
               move ws-par-valor-texto(1:1) to ws-meio-envio
           end-if
           go abre-arquivos.
       carrega-dias-estagio.
           move codigo-estagio(ws-indice-estagio) to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 1000
               move ws-par-valor-num to dias-estagio(ws-indice-estagio)
           end-if
           add 1 to ws-indice-estagio.

       abre-arquivos section.
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

           open input clientes
           if estado-clientes not = "00"
               move "82" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Clientes Com Problema Estado "
                               at 2301 estado-clientes
                   accept resposta at 2380
               end-if
               close titulos-receber
               goback
           end-if

           open input enderecos
           if estado-enderecos = "00"
               move "S" to ws-tem-enderecos
           end-if
           open input contatos
           if estado-contatos = "00"
               move "S" to ws-tem-contatos
           end-if

           open i-o cartas-cobranca
           if estado-cartas-cobranca = "35" or "05"
               close cartas-cobranca
               open output cartas-cobranca
               close cartas-cobranca
               open i-o cartas-cobranca
           end-if

           if batch-ativo
               perform emite-cartas
               perform fecha-arquivos
               goback
           end-if.

       mostra-opcoes section.
           display erase                               at 0101
           display "Regua de Cobranca"                 at 0101
           display "01-Emitir Cartas de Cobranca"      at 0301
           display "02-Clientes por Estagio"           at 0401
           display "00-Sair"                           at 0601
           display "Opcao: "                           at 0801
           accept opcao at 0808

           if opcao = 01
               perform emite-cartas
               display "Cartas: "  at 2301 ws-cartas-impressas
               display "E-mails: " at 2320 ws-emails-enviados
               display "Enter"     at 2340
               accept resposta at 2380
               go mostra-opcoes
           else
           if opcao = 02
               perform relatorio-estagios
               go mostra-opcoes
           else
           if opcao = 00
               perform fecha-arquivos
               goback
           else
               go mostra-opcoes
           end-if.

       fecha-arquivos section.
           close titulos-receber clientes cartas-cobranca
           if enderecos-disponivel
               close enderecos
           end-if
           if contatos-disponivel
               close contatos
           end-if.

      * Cada titulo em aberto vencido ha pelo menos os dias do
      * primeiro estagio entra no estagio mais alto que ja atingiu.
      * O envio de cada estagio fica gravado por titulo nas cartas
      * de cobranca, e o estagio ja enviado nao se repete; titulo
      * que passou direto para um estagio adiante recebe so esse.
      * Sai uma carta por cliente e estagio, com todos os titulos
      * do cliente naquele estagio, no endereco de cobranca, e/ou
      * um e-mail para o contato de cobranca do cliente.
       emite-cartas section.
           move zeros to ws-lidos ws-titulos-cobrados
                         ws-cartas-impressas ws-emails-enviados
                         ws-total-cobrado
           move "S" to ws-primeira-carta

           move "Regua-Cobranca"       to ws-spool-programa
           move "Spool-CartasCobranca" to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date

           sort arquivo-sort-cartas
               on ascending key cliente-sort estagio-sort
                                pedido-sort parcela-sort
               input procedure  is seleciona-titulos
                              thru seleciona-titulos-fim
               output procedure is imprime-cartas
                              thru imprime-cartas-fim

           if primeira-carta
               move "Nenhuma Carta de Cobranca a Emitir"
                 to linha-relatorio
               write linha-relatorio
           end-if
           close relatorio

           move "Regua-Cobranca"    to ctr-etapa
           move ws-lidos            to ctr-lidos
           move ws-titulos-cobrados to ctr-gravados
           move zeros               to ctr-rejeitados
           move ws-total-cobrado    to ctr-hash-vendas
           perform grava-controle
           go emite-cartas-fim.
       seleciona-titulos.
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go seleciona-titulos-fim
           end-start.
       seleciona-titulos-le.
           read titulos-receber next at end
               go seleciona-titulos-fim
           end-read
           add 1 to ws-lidos

           if not titulo-aberto
               go seleciona-titulos-le
           end-if
           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute
           if ws-saldo-titulo = zeros
               go seleciona-titulos-le
           end-if

           move tit-vencimento to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-vencimento
           if ws-dias-vencimento >= ws-dias-hoje
               go seleciona-titulos-le
           end-if
           compute ws-dias-atraso = ws-dias-hoje - ws-dias-vencimento
           end-compute

           if ws-dias-atraso >= dias-estagio(3)
               move 3 to ws-estagio
           else
           if ws-dias-atraso >= dias-estagio(2)
               move 2 to ws-estagio
           else
           if ws-dias-atraso >= dias-estagio(1)
               move 1 to ws-estagio
           else
               go seleciona-titulos-le
           end-if
           end-if
           end-if

           move tit-pedido  to ccb-pedido
           move tit-parcela to ccb-parcela
           move ws-estagio  to ccb-estagio
           read cartas-cobranca
               invalid key
                   continue
               not invalid key
                   go seleciona-titulos-le
           end-read

           move tit-cliente     to cliente-sort
           move ws-estagio      to estagio-sort
           move tit-pedido      to pedido-sort
           move tit-parcela     to parcela-sort
           move tit-vencimento  to vencimento-sort
           move ws-dias-atraso  to dias-sort
           move ws-saldo-titulo to saldo-sort
           release registro-sort-cartas
           go seleciona-titulos-le.
       seleciona-titulos-fim.
           exit.
       imprime-cartas.
           move "N" to situacao-quebra.
       imprime-cartas-le.
           return arquivo-sort-cartas at end
               go imprime-cartas-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move cliente-sort to ws-cliente-anterior
               move estagio-sort to ws-estagio-anterior
               perform abre-carta
           end-if

           if cliente-sort not = ws-cliente-anterior
               or estagio-sort not = ws-estagio-anterior
               perform fecha-carta
               move cliente-sort to ws-cliente-anterior
               move estagio-sort to ws-estagio-anterior
               perform abre-carta
           end-if

           if imprime-carta
               move pedido-sort     to 26-pedido
               move parcela-sort    to 26-parcela
               move vencimento-sort to ws-data-edicao
               move ws-edicao-dia   to 26-dia
               move ws-edicao-mes   to 26-mes
               move ws-edicao-ano   to 26-ano
               move dias-sort       to 26-dias
               move saldo-sort      to 26-saldo
               write linha-relatorio from carta-06
           end-if

           move pedido-sort         to ccb-pedido
           move parcela-sort        to ccb-parcela
           move estagio-sort        to ccb-estagio
           move cliente-sort        to ccb-cliente
           move ws-data-sistema     to ccb-data
           move vencimento-sort     to ccb-vencimento
           move dias-sort           to ccb-dias-atraso
           move saldo-sort          to ccb-saldo
           if imprime-carta and envia-email
               move "A" to ccb-meio
           else
           if envia-email
               move "E" to ccb-meio
           else
               move "C" to ccb-meio
           end-if
           end-if
           if envia-email
               move ws-email-cobranca to ccb-email
           else
               move spaces            to ccb-email
           end-if
           write registro-cartas-cobranca invalid key
               continue
           end-write

           add 1          to ws-titulos-cobrados
           add saldo-sort to ws-total-cobrado
           add 1          to ws-carta-titulos
           add saldo-sort to ws-carta-saldo
           go imprime-cartas-le.
       imprime-cartas-encerra.
           if not primeira-leitura
               perform fecha-carta
           end-if.
       imprime-cartas-fim.
           exit.
       abre-carta.
           move zeros to ws-carta-titulos ws-carta-saldo

           move ws-cliente-anterior to codigo-clientes
           read clientes invalid key
               move "Cliente Nao Cadastrado" to nome-clientes
               move spaces to endereco-clientes cidade-clientes
                              uf-clientes
           end-read

           perform busca-contato-cobranca
              thru busca-contato-cobranca-fim

      * Sem e-mail de cobranca o cliente recebe a carta mesmo que a
      * regua esteja so por e-mail, para nao ficar sem o aviso.
           move "N" to ws-imprime-carta ws-envia-email
           if ws-email-cobranca not = spaces and not meio-so-carta
               move "S" to ws-envia-email
           end-if
           if not meio-so-email or not envia-email
               move "S" to ws-imprime-carta
           end-if

           if not imprime-carta
               exit paragraph
           end-if

      * A carta vai para o endereco de cobranca do cadastro de
      * enderecos; sem cobranca cadastrada, vale o do cliente.
           move endereco-clientes to 22-endereco
           move cidade-clientes   to 23-cidade
           move uf-clientes       to 23-uf
           if enderecos-disponivel
               move ws-cliente-anterior to end-cliente
               move "C"                 to end-tipo
               move 01                  to end-sequencia
               read enderecos
                   invalid key
                       continue
                   not invalid key
                       move end-endereco to 22-endereco
                       move end-cidade   to 23-cidade
                       move end-uf       to 23-uf
               end-read
           end-if

           move nome-estagio(ws-estagio-anterior) to 20-estagio
           move ws-dia to 20-dia
           move ws-mes to 20-mes
           move ws-ano to 20-ano
           move nome-clientes       to 21-nome
           move ws-cliente-anterior to 21-cliente

           if primeira-carta
               move "N" to ws-primeira-carta
               move spaces to linha-relatorio
               write linha-relatorio
               write linha-relatorio from carta-00
           else
               write linha-relatorio from carta-00
                   after advancing page
           end-if
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from carta-01
           write linha-relatorio from carta-02
           write linha-relatorio from carta-03
           move spaces to linha-relatorio
           write linha-relatorio
           move texto-linha-1(ws-estagio-anterior) to 24-texto
           write linha-relatorio from carta-04
           move texto-linha-2(ws-estagio-anterior) to 24-texto
           write linha-relatorio from carta-04
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from carta-05.
       fecha-carta.
           if imprime-carta
               move ws-carta-saldo to 27-saldo
               move spaces to linha-relatorio
               write linha-relatorio
               write linha-relatorio from carta-07
               move spaces to linha-relatorio
               write linha-relatorio
               write linha-relatorio
               write linha-relatorio from carta-08
               add 1 to ws-cartas-impressas
           end-if

           if envia-email
               move ws-carta-titulos to ws-qtd-edit
               move ws-carta-saldo   to ws-saldo-edit
               move ws-email-cobranca to not-destino
               move spaces to not-assunto
               string "Cobranca - "   delimited by size
                      nome-estagio(ws-estagio-anterior)
                                      delimited by "  "
                      into not-assunto
               end-string
               move spaces to not-corpo
               string texto-linha-1(ws-estagio-anterior)
                                      delimited by "  "
                      " "             delimited by size
                      texto-linha-2(ws-estagio-anterior)
                                      delimited by "  "
                      " Titulos:"     delimited by size
                      ws-qtd-edit     delimited by size
                      " Total:"       delimited by size
                      ws-saldo-edit   delimited by size
                      into not-corpo
               end-string
               move "Regua-Cobranca" to not-origem
               perform grava-notificacao
               add 1 to ws-emails-enviados
           end-if.

      * O contato de cobranca e o de funcao Cobranca ou Financeiro
      * com e-mail; sem ele, vale o primeiro contato com e-mail.
       busca-contato-cobranca.
           move spaces to ws-email-cobranca
           move "N"    to ws-achou-cobranca
           if not contatos-disponivel
               go busca-contato-cobranca-fim
           end-if
           move ws-cliente-anterior to con-cliente
           move zeros               to con-sequencia
           start contatos key is >= chave-contatos invalid key
               go busca-contato-cobranca-fim
           end-start.
       busca-contato-cobranca-le.
           read contatos next at end
               go busca-contato-cobranca-fim
           end-read
           if con-cliente not = ws-cliente-anterior
               go busca-contato-cobranca-fim
           end-if
           if con-email = spaces
               go busca-contato-cobranca-le
           end-if
           if ws-email-cobranca = spaces
               move con-email to ws-email-cobranca
           end-if

           move con-funcao to ws-funcao-contato
           inspect ws-funcao-contato converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move zeros to ws-ocorrencias
           inspect ws-funcao-contato tallying ws-ocorrencias
                   for all "COBRANCA" all "FINANCEIRO"
           if ws-ocorrencias > zeros
               move con-email to ws-email-cobranca
               move "S"       to ws-achou-cobranca
               go busca-contato-cobranca-fim
           end-if
           go busca-contato-cobranca-le.
       busca-contato-cobranca-fim.
           exit.
       emite-cartas-fim.
           exit.

      * Titulos ainda em aberto que ja receberam carta, pelo estagio
      * mais alto enviado, do aviso final para o lembrete, com um
      * resumo por cliente dentro de cada estagio.
       relatorio-estagios section.
           move "Regua-Cobranca"         to ws-spool-programa
           move "Spool-EstagiosCobranca" to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-estagios
               on descending key est-estagio-sort
               on ascending key est-cliente-sort
               input procedure  is carrega-estagios
                              thru carrega-estagios-fim
               output procedure is imprime-estagios
                              thru imprime-estagios-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Estagios Gerado. Enter" at 2301
           accept resposta at 2380
           go relatorio-estagios-fim.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-estagios.
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go carrega-estagios-fim
           end-start.
       carrega-estagios-le.
           read titulos-receber next at end
               go carrega-estagios-fim
           end-read
           if not titulo-aberto
               go carrega-estagios-le
           end-if
           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute
           if ws-saldo-titulo = zeros
               go carrega-estagios-le
           end-if

           move tit-pedido  to ccb-pedido
           move tit-parcela to ccb-parcela
           move 3           to ws-estagio
           perform busca-estagio-enviado
              thru busca-estagio-enviado-fim
           if ws-estagio = zeros
               go carrega-estagios-le
           end-if

           move ws-estagio      to est-estagio-sort
           move tit-cliente     to est-cliente-sort
           move ccb-data        to est-data-sort
           move ws-saldo-titulo to est-saldo-sort
           release registro-sort-estagios
           go carrega-estagios-le.
       carrega-estagios-fim.
           exit.
       busca-estagio-enviado.
           move ws-estagio to ccb-estagio
           read cartas-cobranca invalid key
               subtract 1 from ws-estagio
               if ws-estagio > zeros
                   go busca-estagio-enviado
               end-if
           end-read.
       busca-estagio-enviado-fim.
           exit.
       imprime-estagios.
           move "N" to situacao-quebra
           initialize totais-cliente totais-estagio totais-geral.
       imprime-estagios-le.
           return arquivo-sort-estagios at end
               go imprime-estagios-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move est-estagio-sort to ws-estagio-anterior
               move est-cliente-sort to ws-cliente-anterior
               perform imprime-estagio
           end-if

           if est-estagio-sort not = ws-estagio-anterior
               perform imprime-cliente
               perform imprime-total-estagio
               move est-estagio-sort to ws-estagio-anterior
               move est-cliente-sort to ws-cliente-anterior
               perform imprime-estagio
           end-if

           if est-cliente-sort not = ws-cliente-anterior
               perform imprime-cliente
               move est-cliente-sort to ws-cliente-anterior
           end-if

           add 1              to tc-titulos
           add est-saldo-sort to tc-saldo
           if est-data-sort > tc-ultima-carta
               move est-data-sort to tc-ultima-carta
           end-if
           go imprime-estagios-le.
       imprime-estagios-encerra.
           if primeira-leitura
               move "Nenhum Cliente em Cobranca" to linha-relatorio
               write linha-relatorio
               go imprime-estagios-fim
           end-if
           perform imprime-cliente
           perform imprime-total-estagio

           move spaces to linha-relatorio
           write linha-relatorio
           move "Total Geral" to 14-titulo
           move tg-clientes   to 14-clientes
           move tg-titulos    to 14-titulos
           move tg-saldo      to 14-saldo
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write.
       imprime-estagios-fim.
           exit.
       imprime-estagio.
           move ws-estagio-anterior               to 12-estagio
           move nome-estagio(ws-estagio-anterior) to 12-nome
           move dias-estagio(ws-estagio-anterior) to 12-dias
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-cliente.
           move ws-cliente-anterior to codigo-clientes
           read clientes invalid key
               move "Cliente Nao Cadastrado" to nome-clientes
           end-read
           move ws-cliente-anterior to 13-cliente
           move nome-clientes       to 13-nome
           move tc-titulos          to 13-titulos
           move tc-saldo            to 13-saldo
           move tc-ultima-carta     to ws-data-edicao
           move ws-edicao-dia       to 13-dia
           move ws-edicao-mes       to 13-mes
           move ws-edicao-ano       to 13-ano
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add 1          to te-clientes
           add tc-titulos to te-titulos
           add tc-saldo   to te-saldo
           initialize totais-cliente.
       imprime-total-estagio.
           move "Total Estagio" to 14-titulo
           move te-clientes     to 14-clientes
           move te-titulos      to 14-titulos
           move te-saldo        to 14-saldo
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write

           add te-clientes to tg-clientes
           add te-titulos  to tg-titulos
           add te-saldo    to tg-saldo
           initialize totais-estagio.
       relatorio-estagios-fim.
           exit.

      * Conversao de data em contagem corrida de dias para poder
      * subtrair datas de vencimento da data de hoje.
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

       end program Regua-Cobranca.
