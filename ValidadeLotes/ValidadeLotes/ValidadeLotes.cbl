       identification division.
       program-id. Validade-Lotes.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Lotes.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-validade assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Lotes.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-validade.
       01 registro-sort-validade.
           03 validade-sort        pic 9(08).
           03 produto-sort         pic 9(05).
           03 lote-sort            pic x(12).
           03 fabricacao-sort      pic 9(08).
           03 saldo-sort           pic 9(07)v99.

       working-storage section.
       01 estado-lotes             pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-dias-aviso            pic 9(03) value 030.
       01 ws-dias-hoje             pic 9(07) value zeros.
       01 ws-dias-validade         pic 9(07) value zeros.
       01 ws-dias-vencer           pic 9(07) value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-listados              pic 9(07) value zeros.
       01 ws-vencidos              pic 9(07) value zeros.
       01 ws-saldo-vencido         pic 9(09)v99 value zeros.
       01 ws-saldo-a-vencer        pic 9(09)v99 value zeros.
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
                value "Lotes Vencidos e a Vencer".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(13) value "Antecedencia:".
         03 00-dias               pic zz9.
         03 filler                pic x(05) value " dias".
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(13) value "VALIDADE".
         03 filler                pic x(08) value "PRODUTO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(14) value "LOTE".
         03 filler                pic x(13) value "FABRICACAO".
         03 filler                pic x(15) value "SALDO".
         03 filler                pic x(07) value "DIAS".
         03 filler                pic x(08) value "SITUACAO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-validade           pic 9999/99/99bbb.
         03 12-produto            pic zzzz9bbb.
         03 12-descricao          pic x(30)bb.
         03 12-lote               pic x(12)bb.
         03 12-fabricacao         pic 9999/99/99bbb.
         03 12-saldo              pic z.zzz.zz9,99bbb.
         03 12-dias               pic z.zz9bb.
         03 12-situacao           pic x(08).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-descricao          pic x(26).
         03 13-lotes              pic zz.zzz.zz9bbb.
         03 filler                pic x(07) value "Saldo: ".
         03 13-saldo              pic zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       carrega-parametro section.
           move "DIAS-AVISO-VALIDADE" to ws-par-codigo
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro"
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-dias-aviso
           end-if.

      * Lotes com saldo ja vencidos ou que vencem dentro da
      * antecedencia do parametro, na ordem de validade, para o
      * almoxarifado separar o que deve sair primeiro e retirar o
      * vencido (saida avulsa do Controle de Estoque).
       procedimento-geral section.
           move "00" to resultado-execucao
           move zeros to ws-lidos ws-listados ws-vencidos
                         ws-saldo-vencido ws-saldo-a-vencer

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-hoje

           open input produtos
           if estado-produtos not = "00"
               move "89" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Produtos Com Problema Estado "
                                      at 2301 estado-produtos
                   accept resposta at 2380
               end-if
               goback
           end-if

           move "Validade-Lotes"  to ws-spool-programa
           move "Spool-Validade"  to ws-spool-nome
           perform registra-spool

           open output relatorio
           accept ws-data from date
           move ws-dia       to 00-dia
           move ws-mes       to 00-mes
           move ws-ano       to 00-ano
           move ws-dias-aviso to 00-dias
           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-validade
               on ascending key validade-sort produto-sort lote-sort
               input procedure  is carrega-lotes
                              thru carrega-lotes-fim
               output procedure is imprime-lotes
                              thru imprime-lotes-fim

           move spaces to linha-relatorio
           write linha-relatorio
           move "Lotes Vencidos..........:" to 13-descricao
           move ws-vencidos                 to 13-lotes
           move ws-saldo-vencido            to 13-saldo
           write linha-relatorio from linha-03
           move "Lotes a Vencer..........:" to 13-descricao
           compute 13-lotes = ws-listados - ws-vencidos
           end-compute
           move ws-saldo-a-vencer           to 13-saldo
           write linha-relatorio from linha-03
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio produtos

           move "Validade-Lotes"  to ctr-etapa
           move ws-lidos          to ctr-lidos
           move ws-listados       to ctr-gravados
           move ws-vencidos       to ctr-rejeitados
           move zeros             to ctr-hash-vendas
           perform grava-controle

           if not batch-ativo
               display "Relatorio de Validade Gerado. Lotes: " at 2301
                           ws-listados
               accept resposta at 2380
           end-if
           goback.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-lotes.
           open input lotes
           if estado-lotes not = "00"
               close lotes
               go carrega-lotes-fim
           end-if

           move zeros  to lot-produto lot-data-validade
           move spaces to lot-lote
           start lotes key is >= chave-lotes invalid key
               go carrega-lotes-encerra
           end-start.
       carrega-lotes-le.
           read lotes next at end
               go carrega-lotes-encerra
           end-read
           if lot-saldo = zeros
               go carrega-lotes-le
           end-if
           add 1 to ws-lidos

           move lot-data-validade to ws-conv-data
           perform converte-data-dias
           if ws-conv-dias > ws-dias-hoje + ws-dias-aviso
               go carrega-lotes-le
           end-if

           move lot-data-validade   to validade-sort
           move lot-produto         to produto-sort
           move lot-lote            to lote-sort
           move lot-data-fabricacao to fabricacao-sort
           move lot-saldo           to saldo-sort
           release registro-sort-validade
           go carrega-lotes-le.
       carrega-lotes-encerra.
           close lotes.
       carrega-lotes-fim.
           exit.
       imprime-lotes.
           return arquivo-sort-validade at end
               go imprime-lotes-fim
           end-return

           add 1 to ws-listados
           move validade-sort to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-validade

      * Vencido: os dias contam desde o vencimento.
           if ws-dias-validade < ws-dias-hoje
               compute ws-dias-vencer = ws-dias-hoje - ws-dias-validade
               end-compute
               move "VENCIDO" to 12-situacao
               add 1          to ws-vencidos
               add saldo-sort to ws-saldo-vencido
           else
               compute ws-dias-vencer = ws-dias-validade - ws-dias-hoje
               end-compute
               move "A VENCER" to 12-situacao
               add saldo-sort  to ws-saldo-a-vencer
           end-if

           move produto-sort to pro-codigo
           read produtos invalid key
               move spaces to pro-descricao
           end-read

           move validade-sort   to 12-validade
           move produto-sort    to 12-produto
           move pro-descricao   to 12-descricao
           move lote-sort       to 12-lote
           move fabricacao-sort to 12-fabricacao
           move saldo-sort      to 12-saldo
           move ws-dias-vencer  to 12-dias
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write
           go imprime-lotes.
       imprime-lotes-fim.
           exit.
      * Conversao de data em contagem corrida de dias para medir o
      * prazo ate o vencimento do lote.
       converte-data-dias.
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

       end program Validade-Lotes.
