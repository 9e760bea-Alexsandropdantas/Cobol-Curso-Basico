       identification division.
       program-id. Verifica-Prazos-Sac.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Chamados.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Chamados.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-NovoVendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Notificacoes.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".

       working-storage section.
       01 estado-chamados          pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-novovendedores    pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-tem-clientes          pic x(01) value "N".
          88 clientes-disponivel   value "S".
       01 ws-tem-vendedores        pic x(01) value "N".
          88 vendedores-disponivel value "S".
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-limite           pic 9(07) value zeros.
       01 ws-dias-atraso           pic 9(05) value zeros.
       01 ws-dias-gerencia         pic 9(03) value zeros.
       01 ws-nivel                 pic 9(01) value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-vencidos              pic 9(07) value zeros.
       01 ws-escalados-1           pic 9(07) value zeros.
       01 ws-escalados-2           pic 9(07) value zeros.
       01 ws-numero-edit           pic zzzzz9.
       01 ws-cliente-edit          pic zzzzz9.
       01 ws-atraso-edit           pic zzzz9.
       01 ws-nome-cliente          pic x(40) value spaces.
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
       copy "C:\CursoCobol\Copylib\CamposNotificacao.cpy".

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

      * Dias corridos de atraso, alem do prazo do chamado, para o
      * segundo nivel de escalonamento (parametro SAC-ESCALA-DIAS;
      * sem parametro valem 3 dias).
       carrega-parametros section.
           move 003 to ws-dias-gerencia
           move "SAC-ESCALA-DIAS" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               and ws-par-valor-num < 1000
               move ws-par-valor-num to ws-dias-gerencia
           end-if.

       abre-arquivos section.
           open i-o chamados
           if estado-chamados = "35" or "05"
               if not batch-ativo
                   display "Nenhum Chamado Cadastrado. Enter" at 2301
                   accept resposta at 2380
               end-if
               goback
           end-if
           if estado-chamados not = "00"
               move "81" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Chamados Com Problema Estado "
                               at 2301 estado-chamados
                   accept resposta at 2380
               end-if
               goback
           end-if

           open input clientes
           if estado-clientes = "00"
               move "S" to ws-tem-clientes
           end-if
           open input novovendedores
           if estado-novovendedores = "00"
               move "S" to ws-tem-vendedores
           end-if.

      * Chamado pendente que passou do prazo sobe um nivel e o aviso
      * de cada nivel sai uma unica vez: no primeiro, para o SAC e
      * para o vendedor do chamado; passados os dias do segundo
      * nivel, para a gerencia. O nivel alcancado fica no chamado.
       verifica-chamados section.
           move zeros to cha-numero
           start chamados key is >= cha-numero invalid key
               go verifica-chamados-fim
           end-start.
       verifica-chamados-le.
           read chamados next at end
               go verifica-chamados-fim
           end-read
           add 1 to ws-lidos

           if not chamado-pendente
               go verifica-chamados-le
           end-if
           if cha-data-limite not < ws-data-sistema
               go verifica-chamados-le
           end-if
           add 1 to ws-vencidos

           move cha-data-limite to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-limite
           compute ws-dias-atraso = ws-dias-hoje - ws-dias-limite
           end-compute

           move cha-escalonamento to ws-nivel
           if ws-nivel < 1
               move 1 to ws-nivel
           end-if
           if ws-nivel < 2 and ws-dias-atraso >= ws-dias-gerencia
               move 2 to ws-nivel
           end-if
           if ws-nivel not > cha-escalonamento
               go verifica-chamados-le
           end-if

           if cha-escalonamento < 1
               perform monta-aviso
               move "SAC" to not-destino
               perform grava-notificacao
               perform avisa-vendedor
               add 1 to ws-escalados-1
           end-if
           if ws-nivel = 2
               perform monta-aviso
               move "GERENCIA" to not-destino
               perform grava-notificacao
               add 1 to ws-escalados-2
           end-if

           move ws-nivel        to cha-escalonamento
           move ws-data-sistema to cha-data-escalonamento
           rewrite registro-chamados invalid key
               continue
           end-rewrite
           go verifica-chamados-le.
       verifica-chamados-fim.
           move "Verifica-Prazos-Sac" to ctr-etapa
           move ws-lidos              to ctr-lidos
           move ws-vencidos           to ctr-gravados
           move zeros                 to ctr-rejeitados
           compute ctr-hash-vendas = ws-escalados-1 + ws-escalados-2
           end-compute
           perform grava-controle

           close chamados
           if clientes-disponivel
               close clientes
           end-if
           if vendedores-disponivel
               close novovendedores
           end-if

           if not batch-ativo
               display "Vencidos: "    at 2301 ws-vencidos
               display "Nivel 1: "     at 2320 ws-escalados-1
               display "Nivel 2: "     at 2338 ws-escalados-2
               display "Enter"         at 2356
               accept resposta at 2380
           end-if
           goback.

       monta-aviso section.
           move spaces to ws-nome-cliente
           if clientes-disponivel
               move cha-cliente to codigo-clientes
               read clientes invalid key
                   move spaces to nome-clientes
               end-read
               move nome-clientes to ws-nome-cliente
           end-if

           move cha-numero     to ws-numero-edit
           move cha-cliente    to ws-cliente-edit
           move ws-dias-atraso to ws-atraso-edit
           move spaces to not-assunto
           string "SAC Chamado "     delimited by size
                  ws-numero-edit     delimited by size
                  " fora do prazo"   delimited by size
                  into not-assunto
           end-string
           move spaces to not-corpo
           string "Cliente "         delimited by size
                  ws-cliente-edit    delimited by size
                  " "                delimited by size
                  ws-nome-cliente    delimited by "  "
                  " Categoria "      delimited by size
                  cha-categoria      delimited by size
                  " Responsavel "    delimited by size
                  cha-responsavel    delimited by " "
                  " Dias de atraso:" delimited by size
                  ws-atraso-edit     delimited by size
                  " - "              delimited by size
                  cha-descricao      delimited by "  "
                  into not-corpo
           end-string
           move "Verifica-Prazos-Sac" to not-origem.

       avisa-vendedor section.
           if not vendedores-disponivel or cha-vendedor = zeros
               exit section
           end-if
           move cha-vendedor to codigo-novovendedores
           read novovendedores invalid key
               exit section
           end-read
           if email-novovendedores = spaces
               exit section
           end-if
           move email-novovendedores to not-destino
           perform grava-notificacao.

      * Conversao de data em contagem corrida de dias para poder
      * subtrair o prazo do chamado da data de hoje.
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

       end program Verifica-Prazos-Sac.
