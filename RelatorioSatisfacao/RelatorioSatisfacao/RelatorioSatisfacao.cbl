       identification division.
       program-id. Relatorio-Satisfacao.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Pesquisas.txt".
       copy "C:\CursoCobol\Copylib\Select-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\Select-Produtos.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-Filiais.txt".
       copy "C:\CursoCobol\Copylib\Select-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\Select-Familias.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-pesquisas assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Pesquisas.txt".
       copy "C:\CursoCobol\Copylib\FD-ItensPedido.txt".
       copy "C:\CursoCobol\Copylib\FD-Produtos.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-Filiais.txt".
       copy "C:\CursoCobol\Copylib\FD-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\FD-Familias.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-pesquisas.
       01 registro-sort-pesquisas.
           03 dimensao-sort        pic 9(01).
           03 chave-sort           pic 9(05).
           03 nota-sort            pic 9(02).

       working-storage section.
       01 estado-pesquisas         pic x(02) value spaces.
       01 estado-itens-pedido      pic x(02) value spaces.
       01 estado-produtos          pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 estado-filiais           pic x(02) value spaces.
       01 estado-transportadoras   pic x(02) value spaces.
       01 estado-familias          pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-competencia           pic 9(06) value zeros.
       01 ws-comp-trabalho         pic 9(06) value zeros.
       01 filler redefines ws-comp-trabalho.
          03 ws-comp-ano           pic 9(04).
          03 ws-comp-mes           pic 9(02).
       01 ws-respostas-mes         pic 9(07) value zeros.
       01 ws-dimensao-anterior     pic 9(01) value zeros.
       01 ws-chave-anterior        pic 9(05) value zeros.
       01 ws-descricao             pic x(30) value spaces.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 ws-fim-sort              pic x(01) value "N".
          88 fim-sort              value "S".
       01 ws-ind-familia           pic 9(02) value zeros.
       01 ws-total-familias        pic 9(02) value zeros.
       01 ws-achou-familia         pic x(01) value "N".
          88 achou-familia         value "S".
       01 tabela-familias-pedido.
          03 tfp-familia           pic 9(03) occurs 50 times.
       01 tabela-nomes-dimensao.
          03 filler                pic x(20) value "Por Vendedor".
          03 filler                pic x(20) value "Por Filial".
          03 filler                pic x(20) value "Por Transportadora".
          03 filler                pic x(20) value "Por Familia".
       01 filler redefines tabela-nomes-dimensao.
          03 nome-dimensao occurs 4 times pic x(20).
       01 totais-chave.
          03 tk-respostas          pic 9(07) value zeros.
          03 tk-promotores         pic 9(07) value zeros.
          03 tk-neutros            pic 9(07) value zeros.
          03 tk-detratores         pic 9(07) value zeros.
          03 tk-soma-notas         pic 9(09) value zeros.
       01 totais-dimensao.
          03 td-respostas          pic 9(07) value zeros.
          03 td-promotores         pic 9(07) value zeros.
          03 td-neutros            pic 9(07) value zeros.
          03 td-detratores         pic 9(07) value zeros.
          03 td-soma-notas         pic 9(09) value zeros.
       01 ws-nota-media            pic 9(02)v9 value zeros.
       01 ws-nps                   pic s9(03)v9 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "Satisfacao de Clientes (NPS) -".
         03 00-competencia        pic 9999/99.
         03 filler                pic x(20) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99.
       01 linha-01.
         03 filler                pic x(08) value "CODIGO".
         03 filler                pic x(32) value "DESCRICAO".
         03 filler                pic x(11) value "RESPOSTAS".
         03 filler                pic x(12) value "PROMOTORES".
         03 filler                pic x(10) value "NEUTROS".
         03 filler                pic x(12) value "DETRATORES".
         03 filler                pic x(12) value "NOTA MEDIA".
         03 filler                pic x(06) value "NPS".
       01 linha-02.
         03 12-dimensao           pic x(20).
       01 linha-03.
         03 13-chave              pic zzzz9bbb.
         03 13-descricao          pic x(30)bb.
         03 13-respostas          pic zzzzzz9bbbb.
         03 13-promotores         pic zzzzzz9bbbbb.
         03 13-neutros            pic zzzzzz9bbb.
         03 13-detratores         pic zzzzzz9bbbbb.
         03 13-nota-media         pic z9,9bbbbbbbb.
         03 13-nps                pic ---9,9.
       01 linha-04.
         03 filler                pic x(08) value spaces.
         03 filler                pic x(32) value "Total".
         03 14-respostas          pic zzzzzz9bbbb.
         03 14-promotores         pic zzzzzz9bbbbb.
         03 14-neutros            pic zzzzzz9bbb.
         03 14-detratores         pic zzzzzz9bbbbb.
         03 14-nota-media         pic z9,9bbbbbbbb.
         03 14-nps                pic ---9,9.
       01 linha-05.
         03 filler                pic x(50) value
            "Promotores: notas 9 e 10   Neutros: 7 e 8".
         03 filler                pic x(60) value
            "Detratores: 0 a 6   NPS = % promotores - % detratores".

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input pesquisas
           if estado-pesquisas not = "00"
               display "Arquivo Pesquisas Com Problema Estado " at 2301
                           estado-pesquisas
               accept resposta at 2380
               goback
           end-if

           open input itens-pedido
           open input produtos
           open input vendedores
           open input filiais
           open input transportadoras
           open input familias.

       pede-competencia section.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema(1:6) to ws-competencia

           display erase at 0101
           display "Relatorio Mensal de Satisfacao (NPS)" at 0101
           display "Competencia (AAAAMM): " at 0301
           display ws-competencia at 0323
           accept ws-competencia at 0323
           if ws-competencia = zeros
               close pesquisas itens-pedido produtos vendedores
                     filiais transportadoras familias
               goback
           end-if

           move ws-competencia to ws-comp-trabalho
           if ws-comp-mes < 01 or ws-comp-mes > 12
               display "Competencia Invalida, verifique." at 2301
               accept resposta at 2380
               go pede-competencia
           end-if.

      * As respostas recebidas na competencia entram uma vez em
      * cada visao (vendedor, filial e transportadora do pedido) e
      * uma vez em cada familia de produto presente nos itens do
      * pedido. Nota 9 e 10 promove, 7 e 8 e neutra e ate 6 detrata.
       gera-relatorio section.
           move "Relatorio-Satisfacao" to ws-spool-programa
           move "Spool-Satisfacao"     to ws-spool-nome
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

           move zeros to ws-respostas-mes
           move "N"   to situacao-quebra ws-fim-sort

           sort arquivo-sort-pesquisas
               on ascending key dimensao-sort chave-sort
               input procedure  is carrega-pesquisas
                              thru carrega-pesquisas-fim
               output procedure is imprime-pesquisas
                              thru imprime-pesquisas-fim

           if ws-respostas-mes = zeros
               move "Nenhuma Resposta Recebida na Competencia"
                 to linha-relatorio
               write linha-relatorio
           end-if
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-05
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Respostas na Competencia: " at 2201
                       ws-respostas-mes
           display "Relatorio de Satisfacao Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-competencia.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-01.
       carrega-pesquisas.
           move zeros to psq-pedido
           start pesquisas key is >= psq-pedido invalid key
               go carrega-pesquisas-fim
           end-start.
       carrega-pesquisas-le.
           read pesquisas next at end
               go carrega-pesquisas-fim
           end-read
           if not pesquisa-respondida
               or psq-data-resposta(1:6) not = ws-competencia
               go carrega-pesquisas-le
           end-if
           add 1 to ws-respostas-mes

           move psq-nota to nota-sort
           move 1 to dimensao-sort
           move psq-vendedor to chave-sort
           release registro-sort-pesquisas

           move 2 to dimensao-sort
           move psq-filial to chave-sort
           release registro-sort-pesquisas

           move 3 to dimensao-sort
           move psq-transportadora to chave-sort
           release registro-sort-pesquisas

           perform familias-do-pedido thru familias-do-pedido-fim
           move 4 to dimensao-sort
           move zeros to ws-ind-familia
           perform libera-familia
               until ws-ind-familia not < ws-total-familias
           go carrega-pesquisas-le.
       libera-familia.
           add 1 to ws-ind-familia
           move tfp-familia(ws-ind-familia) to chave-sort
           release registro-sort-pesquisas.
       familias-do-pedido.
           move zeros to ws-total-familias
           move psq-pedido to ite-pedido
           move zeros      to ite-sequencia
           start itens-pedido key is >= chave-itens-pedido invalid key
               go familias-do-pedido-fim
           end-start.
       familias-do-pedido-le.
           read itens-pedido next at end
               go familias-do-pedido-fim
           end-read
           if ite-pedido not = psq-pedido
               go familias-do-pedido-fim
           end-if
           move ite-produto to pro-codigo
           read produtos invalid key
               go familias-do-pedido-le
           end-read

           move "N" to ws-achou-familia
           move zeros to ws-ind-familia
           perform procura-familia
               until achou-familia
                  or ws-ind-familia not < ws-total-familias
           if not achou-familia and ws-total-familias < 50
               add 1 to ws-total-familias
               move pro-familia to tfp-familia(ws-total-familias)
           end-if
           go familias-do-pedido-le.
       procura-familia.
           add 1 to ws-ind-familia
           if tfp-familia(ws-ind-familia) = pro-familia
               move "S" to ws-achou-familia
           end-if.
       familias-do-pedido-fim.
           exit.
       carrega-pesquisas-fim.
           exit.
       imprime-pesquisas.
           return arquivo-sort-pesquisas at end
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
               go imprime-pesquisas-fim
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

           add 1         to tk-respostas
           add nota-sort to tk-soma-notas
           evaluate nota-sort
               when 9 thru 10
                   add 1 to tk-promotores
               when 7 thru 8
                   add 1 to tk-neutros
               when other
                   add 1 to tk-detratores
           end-evaluate
           go imprime-pesquisas.
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
           move zeros to ws-nota-media ws-nps
           if tk-respostas > zeros
               compute ws-nota-media rounded =
                       tk-soma-notas / tk-respostas
               end-compute
               compute ws-nps rounded =
                      (tk-promotores - tk-detratores) * 100
                     / tk-respostas
               end-compute
           end-if
           move ws-chave-anterior to 13-chave
           move ws-descricao      to 13-descricao
           move tk-respostas      to 13-respostas
           move tk-promotores     to 13-promotores
           move tk-neutros        to 13-neutros
           move tk-detratores     to 13-detratores
           move ws-nota-media     to 13-nota-media
           move ws-nps            to 13-nps
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add tk-respostas  to td-respostas
           add tk-promotores to td-promotores
           add tk-neutros    to td-neutros
           add tk-detratores to td-detratores
           add tk-soma-notas to td-soma-notas
           initialize totais-chave.
       imprime-total-dimensao.
           move zeros to ws-nota-media ws-nps
           if td-respostas > zeros
               compute ws-nota-media rounded =
                       td-soma-notas / td-respostas
               end-compute
               compute ws-nps rounded =
                      (td-promotores - td-detratores) * 100
                     / td-respostas
               end-compute
           end-if
           move td-respostas  to 14-respostas
           move td-promotores to 14-promotores
           move td-neutros    to 14-neutros
           move td-detratores to 14-detratores
           move ws-nota-media to 14-nota-media
           move ws-nps        to 14-nps
           write linha-relatorio from linha-04 at eop
               perform imprime-cabecalho
           end-write
           initialize totais-dimensao.
       descreve-chave.
           move spaces to ws-descricao
           evaluate ws-dimensao-anterior
               when 1
                   move ws-chave-anterior to codigo-vendedores
                   read vendedores invalid key
                       move spaces to nome-vendedores
                   end-read
                   move nome-vendedores to ws-descricao
               when 2
                   move ws-chave-anterior to fil-codigo
                   read filiais invalid key
                       move spaces to fil-nome
                   end-read
                   move fil-nome to ws-descricao
               when 3
                   if ws-chave-anterior = zeros
                       move "Entrega Propria" to ws-descricao
                   else
                       move ws-chave-anterior to trp-codigo
                       read transportadoras invalid key
                           move spaces to trp-razao-social
                       end-read
                       move trp-razao-social to ws-descricao
                   end-if
               when other
                   move ws-chave-anterior to fam-codigo
                   read familias invalid key
                       move spaces to fam-descricao
                   end-read
                   move fam-descricao to ws-descricao
           end-evaluate.
       imprime-pesquisas-fim.
           exit.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Satisfacao.
