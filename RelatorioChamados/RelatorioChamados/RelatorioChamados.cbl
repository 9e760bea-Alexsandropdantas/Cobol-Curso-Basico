       identification division.
       program-id. Relatorio-Chamados.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Chamados.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-chamados assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Chamados.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-chamados.
       01 registro-sort-chamados.
           03 dimensao-sort        pic 9(01).
           03 chave-sort           pic x(06).
           03 pendente-sort        pic 9(01).
           03 resolvido-sort       pic 9(01).
           03 cancelado-sort       pic 9(01).
           03 no-prazo-sort        pic 9(01).
           03 fora-prazo-sort      pic 9(01).
           03 dias-sort            pic 9(05).

       working-storage section.
       01 estado-chamados          pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-comp-trabalho         pic 9(06) value zeros.
       01 filler redefines ws-comp-trabalho.
          03 ws-comp-ano           pic 9(04).
          03 ws-comp-mes           pic 9(02).
       01 ws-tem-vendedores        pic x(01) value "N".
          88 vendedores-disponivel value "S".
       01 ws-tem-produtos          pic x(01) value "N".
          88 produtos-disponivel   value "S".
       01 ws-chamados-mes          pic 9(07) value zeros.
       01 ws-dias-abertura         pic 9(07) value zeros.
       01 ws-dias-encerramento     pic 9(07) value zeros.
       01 ws-vendedor-chave        pic 9(03) value zeros.
       01 ws-produto-chave         pic 9(05) value zeros.
       01 ws-dimensao-anterior     pic 9(01) value zeros.
       01 ws-chave-anterior        pic x(06) value spaces.
       01 ws-descricao             pic x(30) value spaces.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-fim-sort              pic x(01) value "N".
          88 fim-sort              value "S".
       01 tabela-nomes-dimensao.
          03 filler                pic x(20) value "Por Categoria".
          03 filler                pic x(20) value "Por Causa Raiz".
          03 filler                pic x(20) value "Por Vendedor".
          03 filler                pic x(20) value "Por Produto".
       01 filler redefines tabela-nomes-dimensao.
          03 nome-dimensao occurs 4 times pic x(20).
       01 totais-chave.
          03 tk-chamados           pic 9(07) value zeros.
          03 tk-pendentes          pic 9(07) value zeros.
          03 tk-resolvidos         pic 9(07) value zeros.
          03 tk-cancelados         pic 9(07) value zeros.
          03 tk-no-prazo           pic 9(07) value zeros.
          03 tk-fora-prazo         pic 9(07) value zeros.
          03 tk-dias               pic 9(09) value zeros.
       01 totais-dimensao.
          03 td-chamados           pic 9(07) value zeros.
          03 td-pendentes          pic 9(07) value zeros.
          03 td-resolvidos         pic 9(07) value zeros.
          03 td-cancelados         pic 9(07) value zeros.
          03 td-no-prazo           pic 9(07) value zeros.
          03 td-fora-prazo         pic 9(07) value zeros.
          03 td-dias               pic 9(09) value zeros.
       01 ws-pct-prazo             pic 9(03)v9 value zeros.
       01 ws-media-dias            pic 9(05)v9 value zeros.
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
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Chamados SAC - Competencia".
         03 00-competencia        pic 9999/99.
         03 filler                pic x(20) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99.
       01 linha-01.
         03 filler                pic x(08) value "CODIGO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(10) value "CHAMADOS".
         03 filler                pic x(11) value "PENDENTES".
         03 filler                pic x(11) value "RESOLVIDOS".
         03 filler                pic x(11) value "CANCELADOS".
         03 filler                pic x(10) value "NO PRAZO".
         03 filler                pic x(11) value "FORA PRAZO".
         03 filler                pic x(09) value "% PRAZO".
         03 filler                pic x(11) value "DIAS MEDIO".
       01 linha-02.
         03 12-dimensao           pic x(20).
       01 linha-03.
         03 13-chave              pic x(06)bb.
         03 13-descricao          pic x(30)bb.
         03 13-chamados           pic zzzzzz9bbb.
         03 13-pendentes          pic zzzzzz9bbbb.
         03 13-resolvidos         pic zzzzzz9bbbb.
         03 13-cancelados         pic zzzzzz9bbbb.
         03 13-no-prazo           pic zzzzzz9bbb.
         03 13-fora-prazo         pic zzzzzz9bbbb.
         03 13-pct-prazo          pic zz9,9bbbb.
         03 13-media-dias         pic zzzz9,9.
       01 linha-04.
         03 filler                pic x(08) value spaces.
         03 filler                pic x(32) value "Total".
         03 14-chamados           pic zzzzzz9bbb.
         03 14-pendentes          pic zzzzzz9bbbb.
         03 14-resolvidos         pic zzzzzz9bbbb.
         03 14-cancelados         pic zzzzzz9bbbb.
         03 14-no-prazo           pic zzzzzz9bbb.
         03 14-fora-prazo         pic zzzzzz9bbbb.
         03 14-pct-prazo          pic zz9,9bbbb.
         03 14-media-dias         pic zzzz9,9.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input chamados
           if estado-chamados not = "00"
               display "Arquivo Chamados Com Problema Estado " at 2301
                           estado-chamados
               accept resposta at 2380
               goback
           end-if

           open input vendedores
           if estado-vendedores = "00"
               move "S" to ws-tem-vendedores
           end-if
           open input produtos
           if estado-produtos = "00"
               move "S" to ws-tem-produtos
           end-if.

       pede-competencia section.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia

           display erase at 0101
           display "Relatorio Mensal de Chamados SAC" at 0101
           display "Competencia (AAAAMM): " at 0301
           display ws-competencia at 0323
           accept ws-competencia at 0323
           if ws-competencia = zeros
               close chamados
               if vendedores-disponivel
                   close vendedores
               end-if
               if produtos-disponivel
                   close produtos
               end-if
               goback
           end-if

           move ws-competencia to ws-comp-trabalho
           if ws-comp-mes < 01 or ws-comp-mes > 12
               display "Competencia Invalida, verifique." at 2301
               accept resposta at 2380
               go pede-competencia
           end-if.

      * Os chamados abertos na competencia saem quatro vezes no
      * arquivo de classificacao, um por visao (categoria, causa
      * raiz, vendedor e produto). No prazo conta o resolvido ate a
      * data limite; fora do prazo, o resolvido depois dela e o
      * pendente que ja passou do prazo. Os dias medios sao os dias
      * corridos da abertura ao encerramento dos resolvidos.
       gera-relatorio section.
           move "Relatorio-Chamados" to ws-spool-programa
           move "Spool-Chamados"     to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-competencia to 00-competencia

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           move zeros to ws-chamados-mes
           move "N"   to situacao-quebra ws-fim-sort

           sort arquivo-sort-chamados
               on ascending key dimensao-sort chave-sort
               input procedure  is carrega-chamados
                              thru carrega-chamados-fim
               output procedure is imprime-chamados
                              thru imprime-chamados-fim

           if ws-chamados-mes = zeros
               move "Nenhum Chamado Aberto na Competencia"
                 to linha-relatorio
               write linha-relatorio
           end-if
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Chamados na Competencia: " at 2201 ws-chamados-mes
           display "Relatorio de Chamados Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-competencia.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-01.
       carrega-chamados.
           move zeros to cha-numero
           start chamados key is >= cha-numero invalid key
               go carrega-chamados-fim
           end-start.
       carrega-chamados-le.
           read chamados next at end
               go carrega-chamados-fim
           end-read
           if cha-data-abertura(1:6) not = ws-competencia
               go carrega-chamados-le
           end-if
           add 1 to ws-chamados-mes

           initialize registro-sort-chamados
           evaluate true
               when chamado-pendente
                   move 1 to pendente-sort
                   if cha-data-limite < ws-data-sistema
                       move 1 to fora-prazo-sort
                   end-if
               when chamado-resolvido
                   move 1 to resolvido-sort
                   if chamado-no-prazo
                       move 1 to no-prazo-sort
                   else
                       move 1 to fora-prazo-sort
                   end-if
                   move cha-data-abertura to ws-conv-data
                   perform converte-data-dias
                   move ws-conv-dias to ws-dias-abertura
                   move cha-data-encerramento to ws-conv-data
                   perform converte-data-dias
                   move ws-conv-dias to ws-dias-encerramento
                   if ws-dias-encerramento > ws-dias-abertura
                       compute dias-sort =
                           ws-dias-encerramento - ws-dias-abertura
                       end-compute
                   end-if
               when other
                   move 1 to cancelado-sort
           end-evaluate

           move 1 to dimensao-sort
           move cha-categoria to chave-sort
           release registro-sort-chamados

           move 2 to dimensao-sort
           move cha-causa to chave-sort
           release registro-sort-chamados

           move 3 to dimensao-sort
           move cha-vendedor to ws-vendedor-chave
           move ws-vendedor-chave to chave-sort
           release registro-sort-chamados

           move 4 to dimensao-sort
           move cha-produto to ws-produto-chave
           move ws-produto-chave to chave-sort
           release registro-sort-chamados
           go carrega-chamados-le.
       carrega-chamados-fim.
           exit.
       imprime-chamados.
           return arquivo-sort-chamados at end
               move "S" to ws-fim-sort
           end-return

           if primeira-leitura and not fim-sort
               move "S"           to situacao-quebra
               move dimensao-sort to ws-dimensao-anterior
               move chave-sort    to ws-chave-anterior
               perform imprime-titulo-dimensao
           end-if

           if fim-sort
               if not primeira-leitura
                   perform imprime-linha-chave
                   perform imprime-total-dimensao
               end-if
               go imprime-chamados-fim
           end-if

           if dimensao-sort not = ws-dimensao-anterior
               perform imprime-linha-chave
               perform imprime-total-dimensao
               move dimensao-sort to ws-dimensao-anterior
               move chave-sort    to ws-chave-anterior
               perform imprime-titulo-dimensao
           else
               if chave-sort not = ws-chave-anterior
                   perform imprime-linha-chave
                   move chave-sort to ws-chave-anterior
               end-if
           end-if

           add 1               to tk-chamados
           add pendente-sort   to tk-pendentes
           add resolvido-sort  to tk-resolvidos
           add cancelado-sort  to tk-cancelados
           add no-prazo-sort   to tk-no-prazo
           add fora-prazo-sort to tk-fora-prazo
           add dias-sort       to tk-dias
           go imprime-chamados.
       imprime-titulo-dimensao.
           move spaces to linha-relatorio
           write linha-relatorio at eop
               perform imprime-cabecalho
           end-write
           move nome-dimensao(ws-dimensao-anterior) to 12-dimensao
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-linha-chave.
           perform descreve-chave
           move ws-chave-anterior to 13-chave
           move ws-descricao      to 13-descricao
           move tk-chamados       to 13-chamados
           move tk-pendentes      to 13-pendentes
           move tk-resolvidos     to 13-resolvidos
           move tk-cancelados     to 13-cancelados
           move tk-no-prazo       to 13-no-prazo
           move tk-fora-prazo     to 13-fora-prazo
           move zeros to ws-pct-prazo ws-media-dias
           if tk-no-prazo + tk-fora-prazo > zeros
               compute ws-pct-prazo rounded = tk-no-prazo * 100
                     / (tk-no-prazo + tk-fora-prazo)
               end-compute
           end-if
           if tk-resolvidos > zeros
               compute ws-media-dias rounded = tk-dias / tk-resolvidos
               end-compute
           end-if
           move ws-pct-prazo  to 13-pct-prazo
           move ws-media-dias to 13-media-dias
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add tk-chamados   to td-chamados
           add tk-pendentes  to td-pendentes
           add tk-resolvidos to td-resolvidos
           add tk-cancelados to td-cancelados
           add tk-no-prazo   to td-no-prazo
           add tk-fora-prazo to td-fora-prazo
           add tk-dias       to td-dias
           initialize totais-chave.
       imprime-total-dimensao.
           move td-chamados   to 14-chamados
           move td-pendentes  to 14-pendentes
           move td-resolvidos to 14-resolvidos
           move td-cancelados to 14-cancelados
           move td-no-prazo   to 14-no-prazo
           move td-fora-prazo to 14-fora-prazo
           move zeros to ws-pct-prazo ws-media-dias
           if td-no-prazo + td-fora-prazo > zeros
               compute ws-pct-prazo rounded = td-no-prazo * 100
                     / (td-no-prazo + td-fora-prazo)
               end-compute
           end-if
           if td-resolvidos > zeros
               compute ws-media-dias rounded = td-dias / td-resolvidos
               end-compute
           end-if
           move ws-pct-prazo  to 14-pct-prazo
           move ws-media-dias to 14-media-dias
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           initialize totais-dimensao.
       descreve-chave.
           move spaces to ws-descricao
           evaluate ws-dimensao-anterior
               when 1
                   perform descreve-categoria
               when 2
                   perform descreve-causa
               when 3
                   move ws-chave-anterior(1:3) to ws-vendedor-chave
                   if vendedores-disponivel
                       move ws-vendedor-chave to codigo-vendedores
                       read vendedores invalid key
                           move spaces to nome-vendedores
                       end-read
                       move nome-vendedores to ws-descricao
                   end-if
               when other
                   move ws-chave-anterior(1:5) to ws-produto-chave
                   if ws-produto-chave = zeros
                       move "Sem Produto Informado" to ws-descricao
                   else
                       if produtos-disponivel
                           move ws-produto-chave to pro-codigo
                           read produtos invalid key
                               move spaces to pro-descricao
                           end-read
                           move pro-descricao to ws-descricao
                       end-if
                   end-if
           end-evaluate.
       descreve-categoria.
           evaluate ws-chave-anterior(1:2)
               when "01" move "Atraso na Entrega" to ws-descricao
               when "02" move "Item Errado"       to ws-descricao
               when "03" move "Erro Faturamento"  to ws-descricao
               when "04" move "Avaria"            to ws-descricao
               when "05" move "Atendimento"       to ws-descricao
               when other move "Outros"           to ws-descricao
           end-evaluate.
       descreve-causa.
           evaluate ws-chave-anterior(1:2)
               when "01" move "Expedicao"         to ws-descricao
               when "02" move "Transportadora"    to ws-descricao
               when "03" move "Cadastro/Preco"    to ws-descricao
               when "04" move "Fornecedor"        to ws-descricao
               when "05" move "Vendas"            to ws-descricao
               when "06" move "Financeiro"        to ws-descricao
               when "99" move "Outros"            to ws-descricao
               when other move "Nao Informada"    to ws-descricao
           end-evaluate.
       imprime-chamados-fim.
           exit.

      * Conversao de data em contagem corrida de dias para poder
      * subtrair a data de abertura da data de encerramento.
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

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Chamados.
