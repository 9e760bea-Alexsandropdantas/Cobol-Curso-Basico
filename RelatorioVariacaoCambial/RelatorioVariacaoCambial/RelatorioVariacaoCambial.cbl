       identification division.
       program-id. Relatorio-Variacao-Cambial.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-variacao assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Recebimentos.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-variacao.
       01 registro-sort-variacao.
           03 moeda-sort           pic x(03).
           03 data-sort            pic 9(08).
           03 pedido-sort          pic 9(06).
           03 parcela-sort         pic 9(02).
           03 cliente-sort         pic 9(06).
           03 valor-moeda-sort     pic 9(09)v99.
           03 taxa-emissao-sort    pic 9(05)v9(04).
           03 taxa-pagamento-sort  pic 9(05)v9(04).
           03 recebido-sort        pic 9(09)v99.
           03 variacao-sort        pic s9(09)v99.

       working-storage section.
       01 estado-recebimentos      pic x(02) value spaces.
       01 estado-titulos           pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-moeda-anterior        pic x(03) value spaces.
       01 ws-data-ddmmaaaa         pic 9(08) value zeros.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 totais-moeda.
          03 tm-baixas             pic 9(07) value zeros.
          03 tm-valor-moeda        pic 9(13)v99 value zeros.
          03 tm-recebido           pic 9(13)v99 value zeros.
          03 tm-ganho              pic 9(13)v99 value zeros.
          03 tm-perda              pic 9(13)v99 value zeros.
       01 totais-geral.
          03 tg-baixas             pic 9(07) value zeros.
          03 tg-valor-moeda        pic 9(13)v99 value zeros.
          03 tg-recebido           pic 9(13)v99 value zeros.
          03 tg-ganho              pic 9(13)v99 value zeros.
          03 tg-perda              pic 9(13)v99 value zeros.
       01 ws-liquido               pic s9(13)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(34)
                value "Variacao Cambial nos Recebimentos".
         03 filler                pic x(12) value "Competencia:".
         03 00-competencia        pic 9(06).
         03 filler                pic x(02) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(12) value "DATA".
         03 filler                pic x(11) value "PEDIDO/PAR".
         03 filler                pic x(08) value "CLIENTE".
         03 filler                pic x(16) value "VALOR NA MOEDA".
         03 filler                pic x(12) value "TAXA EMIS.".
         03 filler                pic x(12) value "TAXA PAGTO.".
         03 filler                pic x(17) value "RECEBIDO R$".
         03 filler                pic x(16) value "VARIACAO R$".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(07) value "Moeda:".
         03 12-moeda              pic x(03).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-data               pic 99/99/9999bb.
         03 13-pedido             pic zzzzz9.
         03 filler                pic x(01) value "/".
         03 13-parcela            pic 99bb.
         03 13-cliente            pic zzzzz9bb.
         03 13-valor-moeda        pic zzz.zzz.zz9,99bb.
         03 13-taxa-emissao       pic zz.zz9,9999b.
         03 13-taxa-pagamento     pic zz.zz9,9999b.
         03 13-recebido           pic zzz.zzz.zz9,99bbb.
         03 13-variacao           pic -zzz.zzz.zz9,99.
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 14-titulo             pic x(14).
         03 14-baixas             pic zz.zz9.
         03 filler                pic x(09) value " baixas".
         03 14-valor-moeda        pic z.zzz.zzz.zz9,99bb.
         03 filler                pic x(07) value "Ganho:".
         03 14-ganho              pic zzz.zzz.zz9,99bb.
         03 filler                pic x(07) value "Perda:".
         03 14-perda              pic zzz.zzz.zz9,99bb.
         03 filler                pic x(09) value "Liquido:".
         03 14-liquido            pic -zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move spaces to ws-local
           string function trim(diretorio-relatorios)
                                        delimited by size
                  "\Spool-VariacaoCambial.txt"
                                        delimited by size
                  into ws-local
           end-string.

       abre-arquivos section.
           open input titulos-receber
           if estado-titulos not = "00"
               display "Arquivo Titulos Com Problema Estado " at 2301
                           estado-titulos
               accept resposta at 2380
               goback
           end-if.

       pede-competencia section.
           display erase at 0101
           display "Variacao Cambial nos Recebimentos" at 0101
           display "Competencia (AAAAMM): " at 0301
           move zeros to ws-competencia
           accept ws-competencia at 0323
           if ws-competencia = zeros
               close titulos-receber
               goback
           end-if.

      * Cada baixa de titulo em moeda estrangeira na competencia:
      * o que entrou em reais pela taxa do dia contra o saldo baixado
      * pela taxa da emissao. Quebra por moeda, com ganho, perda e
      * variacao liquida, que e o que a contabilidade lanca em VA/VP.
       gera-relatorio section.
           open input recebimentos
           if estado-recebimentos not = "00"
               close recebimentos
               display "Nao Ha Recebimentos Registrados. Enter"
                                      at 2301
               accept resposta at 2380
               go pede-competencia
           end-if

           move "Relatorio-Variacao-Cambial" to ws-spool-programa
           move "Spool-VariacaoCambial"      to ws-spool-nome
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

           sort arquivo-sort-variacao
               on ascending key moeda-sort data-sort
                                pedido-sort parcela-sort
               input procedure  is carrega-variacao
                              thru carrega-variacao-fim
               output procedure is imprime-variacao
                              thru imprime-variacao-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio recebimentos

           display "Relatorio de Variacao Cambial Gerado. Enter"
                                  at 2301
           accept resposta at 2380
           go pede-competencia.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-variacao.
           read recebimentos next at end
               go carrega-variacao-fim
           end-read

           if rec-moeda = spaces
               go carrega-variacao
           end-if
           if rec-data(1:6) not = ws-competencia
               go carrega-variacao
           end-if

           move rec-pedido  to tit-pedido
           move rec-parcela to tit-parcela
           read titulos-receber invalid key
               move zeros to tit-taxa-emissao
           end-read

           move rec-moeda            to moeda-sort
           move rec-data             to data-sort
           move rec-pedido           to pedido-sort
           move rec-parcela          to parcela-sort
           move rec-cliente          to cliente-sort
           move rec-valor-moeda      to valor-moeda-sort
           move tit-taxa-emissao     to taxa-emissao-sort
           move rec-taxa             to taxa-pagamento-sort
           move rec-valor            to recebido-sort
           move rec-variacao-cambial to variacao-sort
           release registro-sort-variacao
           go carrega-variacao.
       carrega-variacao-fim.
           exit.
       imprime-variacao.
           move "N" to situacao-quebra
           initialize totais-moeda totais-geral.
       imprime-variacao-le.
           return arquivo-sort-variacao at end
               go imprime-variacao-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move moeda-sort to ws-moeda-anterior
               perform imprime-moeda
           end-if
           if moeda-sort not = ws-moeda-anterior
               perform imprime-total-moeda
               move moeda-sort to ws-moeda-anterior
               perform imprime-moeda
           end-if

           move data-sort(7:2) to ws-data-ddmmaaaa(1:2)
           move data-sort(5:2) to ws-data-ddmmaaaa(3:2)
           move data-sort(1:4) to ws-data-ddmmaaaa(5:4)
           move ws-data-ddmmaaaa    to 13-data
           move pedido-sort         to 13-pedido
           move parcela-sort        to 13-parcela
           move cliente-sort        to 13-cliente
           move valor-moeda-sort    to 13-valor-moeda
           move taxa-emissao-sort   to 13-taxa-emissao
           move taxa-pagamento-sort to 13-taxa-pagamento
           move recebido-sort       to 13-recebido
           move variacao-sort       to 13-variacao
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add 1                to tm-baixas
           add valor-moeda-sort to tm-valor-moeda
           add recebido-sort    to tm-recebido
           if variacao-sort > zeros
               add variacao-sort to tm-ganho
           end-if
           if variacao-sort < zeros
               subtract variacao-sort from tm-perda
           end-if
           go imprime-variacao-le.
       imprime-variacao-encerra.
           if primeira-leitura
               move "Nenhuma Baixa em Moeda Estrangeira na Competencia"
                 to linha-relatorio
               write linha-relatorio
               go imprime-variacao-fim
           end-if
           perform imprime-total-moeda

           move spaces to linha-relatorio
           write linha-relatorio
           move "Total Geral"  to 14-titulo
           move tg-baixas      to 14-baixas
           move zeros          to 14-valor-moeda
           move tg-ganho       to 14-ganho
           move tg-perda       to 14-perda
           compute ws-liquido = tg-ganho - tg-perda
           end-compute
           move ws-liquido     to 14-liquido
           write linha-relatorio from linha-04.
       imprime-variacao-fim.
           exit.
       imprime-moeda.
           move ws-moeda-anterior to 12-moeda
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-total-moeda.
           move "Total Moeda"    to 14-titulo
           move tm-baixas        to 14-baixas
           move tm-valor-moeda   to 14-valor-moeda
           move tm-ganho         to 14-ganho
           move tm-perda         to 14-perda
           compute ws-liquido = tm-ganho - tm-perda
           end-compute
           move ws-liquido       to 14-liquido
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write

           add tm-baixas      to tg-baixas
           add tm-valor-moeda to tg-valor-moeda
           add tm-recebido    to tg-recebido
           add tm-ganho       to tg-ganho
           add tm-perda       to tg-perda
           initialize totais-moeda.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Variacao-Cambial.
