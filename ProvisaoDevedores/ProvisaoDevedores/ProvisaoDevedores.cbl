       identification division.
       program-id. Provisao-Devedores.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Periodo.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-provisao assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Periodo.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-provisao.
       01 registro-sort-provisao.
           03 filial-sort          pic 9(02).
           03 faixa-sort           pic 9(01).
           03 saldo-sort           pic 9(09)v99.

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-periodo           pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-provisionados         pic 9(07) value zeros.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-vencimento       pic 9(07) value zeros.
       01 ws-dias-atraso           pic 9(05) value zeros.
       01 ws-saldo-titulo          pic 9(09)v99 value zeros.
       01 ws-filial-anterior       pic 9(02) value zeros.
       01 ws-faixa-anterior        pic 9(01) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-indice-faixa          pic 9(01) value zeros.
       01 tabela-percentuais.
          03 pct-faixa occurs 5 times pic 9(03)v99.
       01 tabela-nomes-faixa.
          03 filler                pic x(14) value "A Vencer".
          03 filler                pic x(14) value "Ate 30 Dias".
          03 filler                pic x(14) value "31 a 60".
          03 filler                pic x(14) value "61 a 90".
          03 filler                pic x(14) value "Acima de 90".
       01 filler redefines tabela-nomes-faixa.
          03 nome-faixa occurs 5 times pic x(14).
       01 tabela-codigos-faixa.
          03 filler                pic x(20) value "PDD-A-VENCER".
          03 filler                pic x(20) value "PDD-ATE-30".
          03 filler                pic x(20) value "PDD-31-60".
          03 filler                pic x(20) value "PDD-61-90".
          03 filler                pic x(20) value "PDD-ACIMA-90".
       01 filler redefines tabela-codigos-faixa.
          03 codigo-faixa occurs 5 times pic x(20).
       01 totais-faixa.
          03 tf-quantidade         pic 9(07) value zeros.
          03 tf-saldo              pic 9(13)v99 value zeros.
          03 tf-provisao           pic 9(13)v99 value zeros.
       01 totais-filial.
          03 tl-quantidade         pic 9(07) value zeros.
          03 tl-saldo              pic 9(13)v99 value zeros.
          03 tl-provisao           pic 9(13)v99 value zeros.
       01 totais-geral.
          03 tg-quantidade         pic 9(07) value zeros.
          03 tg-saldo              pic 9(13)v99 value zeros.
          03 tg-provisao           pic 9(13)v99 value zeros.
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
                value "Provisao para Devedores Duvidosos".
         03 filler                pic x(12) value "Competencia:".
         03 00-competencia        pic 9(06).
         03 filler                pic x(02) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(16) value "FAIXA".
         03 filler                pic x(10) value "TITULOS".
         03 filler                pic x(20) value "SALDO EM ABERTO".
         03 filler                pic x(10) value "PERC.".
         03 filler                pic x(18) value "PROVISAO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "Filial:".
         03 12-filial             pic 99.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-faixa              pic x(14)bb.
         03 13-quantidade         pic zzz.zz9bbbb.
         03 13-saldo              pic z.zzz.zzz.zz9,99bbbb.
         03 13-percentual         pic zz9,99bbbb
                                  blank when zero.
         03 13-provisao           pic z.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

      * Saldo em aberto dos titulos por faixa de atraso, vezes o
      * percentual de provisao da faixa (tabela de parametros
      * PDD-A-VENCER, PDD-ATE-30, PDD-31-60, PDD-61-90 e
      * PDD-ACIMA-90), por filial do cliente. Titulos baixados como
      * perda ja sairam da carteira e nao entram. Na noite o
      * relatorio so sai quando o Fechamento-Mensal fechou a
      * competencia no mesmo dia, como a valorizacao do estoque.
       procedimento-geral section.
           move "00" to resultado-execucao
           move zeros to ws-lidos ws-provisionados

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia

           if batch-ativo
               move zeros to per-data-fechamento
               open input periodo
               if estado-periodo = "00"
                   read periodo at end
                       move zeros to per-data-fechamento
                   end-read
               end-if
               close periodo
               if per-data-fechamento not = ws-data-sistema
                   goback
               end-if
               move per-ultima-competencia to ws-competencia
           end-if

           perform carrega-percentuais

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

           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje

           move "Provisao-Devedores" to ws-spool-programa
           move "Spool-Provisao"     to ws-spool-nome
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

           sort arquivo-sort-provisao
               on ascending key filial-sort faixa-sort
               input procedure  is carrega-provisao
                              thru carrega-provisao-fim
               output procedure is imprime-provisao
                              thru imprime-provisao-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio titulos-receber clientes

           move "Provisao-Devedores" to ctr-etapa
           move ws-lidos             to ctr-lidos
           move ws-provisionados     to ctr-gravados
           move zeros                to ctr-rejeitados
           move tg-provisao          to ctr-hash-vendas
           perform grava-controle

           if not batch-ativo
               display "Provisao Gerada. Enter" at 2301
               accept resposta at 2380
           end-if
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-percentuais.
           move 000,00 to pct-faixa(1)
           move 005,00 to pct-faixa(2)
           move 025,00 to pct-faixa(3)
           move 050,00 to pct-faixa(4)
           move 100,00 to pct-faixa(5)
           move 1 to ws-indice-faixa
           perform carrega-percentual
               until ws-indice-faixa > 5
           cancel "Le-Parametro".
       carrega-percentual.
           move codigo-faixa(ws-indice-faixa) to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           if ws-par-achou = "S" and ws-par-valor-num not < zeros
               and ws-par-valor-num not > 100
               move ws-par-valor-num to pct-faixa(ws-indice-faixa)
           end-if
           add 1 to ws-indice-faixa.
       carrega-provisao.
           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               go carrega-provisao-fim
           end-start.
       carrega-provisao-le.
           read titulos-receber next at end
               go carrega-provisao-fim
           end-read
           add 1 to ws-lidos

           if not titulo-aberto
               go carrega-provisao-le
           end-if
           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute
           if ws-saldo-titulo = zeros
               go carrega-provisao-le
           end-if

           move tit-vencimento to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-vencimento

           if ws-dias-vencimento >= ws-dias-hoje
               move 1 to ws-indice-faixa
           else
               compute ws-dias-atraso =
                       ws-dias-hoje - ws-dias-vencimento
               end-compute
               if ws-dias-atraso <= 30
                   move 2 to ws-indice-faixa
               else
               if ws-dias-atraso <= 60
                   move 3 to ws-indice-faixa
               else
               if ws-dias-atraso <= 90
                   move 4 to ws-indice-faixa
               else
                   move 5 to ws-indice-faixa
               end-if
               end-if
               end-if
           end-if

      * Cliente sem filial (cadastro anterior as filiais) e da
      * matriz 01.
           move tit-cliente to codigo-clientes
           read clientes invalid key
               move zeros to filial-clientes
           end-read
           if filial-clientes = zeros
               move 01 to filial-sort
           else
               move filial-clientes to filial-sort
           end-if
           move ws-indice-faixa to faixa-sort
           move ws-saldo-titulo to saldo-sort
           release registro-sort-provisao
           add 1 to ws-provisionados
           go carrega-provisao-le.
       carrega-provisao-fim.
           exit.
       imprime-provisao.
           move "N" to situacao-quebra
           initialize totais-faixa totais-filial totais-geral.
       imprime-provisao-le.
           return arquivo-sort-provisao at end
               go imprime-provisao-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move filial-sort to ws-filial-anterior
               move faixa-sort  to ws-faixa-anterior
               perform imprime-filial
           end-if

           if filial-sort not = ws-filial-anterior
               perform imprime-total-faixa
               perform imprime-total-filial
               move filial-sort to ws-filial-anterior
               move faixa-sort  to ws-faixa-anterior
               perform imprime-filial
           end-if

           if faixa-sort not = ws-faixa-anterior
               perform imprime-total-faixa
               move faixa-sort to ws-faixa-anterior
           end-if

           add 1          to tf-quantidade
           add saldo-sort to tf-saldo
           go imprime-provisao-le.
       imprime-provisao-encerra.
           if primeira-leitura
               move "Nenhum Titulo em Aberto" to linha-relatorio
               write linha-relatorio
               go imprime-provisao-fim
           end-if
           perform imprime-total-faixa
           perform imprime-total-filial

           move spaces to linha-relatorio
           write linha-relatorio
           move "Total Geral"  to 13-faixa
           move tg-quantidade  to 13-quantidade
           move tg-saldo       to 13-saldo
           move zeros          to 13-percentual
           move tg-provisao    to 13-provisao
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
       imprime-provisao-fim.
           exit.
       imprime-filial.
           move ws-filial-anterior to 12-filial
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-total-faixa.
           compute tf-provisao rounded =
                   tf-saldo * pct-faixa(ws-faixa-anterior) / 100
           end-compute
           move nome-faixa(ws-faixa-anterior) to 13-faixa
           move tf-quantidade                 to 13-quantidade
           move tf-saldo                      to 13-saldo
           move pct-faixa(ws-faixa-anterior)  to 13-percentual
           move tf-provisao                   to 13-provisao
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add tf-quantidade to tl-quantidade
           add tf-saldo      to tl-saldo
           add tf-provisao   to tl-provisao
           initialize totais-faixa.
       imprime-total-filial.
           move "Total Filial" to 13-faixa
           move tl-quantidade  to 13-quantidade
           move tl-saldo       to 13-saldo
           move zeros          to 13-percentual
           move tl-provisao    to 13-provisao
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add tl-quantidade to tg-quantidade
           add tl-saldo      to tg-saldo
           add tl-provisao   to tg-provisao
           initialize totais-filial.

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

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Provisao-Devedores.
