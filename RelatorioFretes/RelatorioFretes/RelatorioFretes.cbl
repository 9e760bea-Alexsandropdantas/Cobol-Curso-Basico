       identification division.
       program-id. Relatorio-Fretes.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.
           select arquivo-sort-fretes assign to disk.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-Transportadoras.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).
       sd arquivo-sort-fretes.
       01 registro-sort-fretes.
           03 transportadora-sort  pic 9(03).
           03 uf-sort              pic x(02).
           03 peso-sort            pic 9(07)v999.
           03 valor-sort           pic 9(09)v99.
           03 frete-sort           pic 9(09)v99.

       working-storage section.
       01 estado-faturas           pic x(02) value spaces.
       01 estado-transportadoras   pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-competencia-inicial   pic 9(06) value zeros.
       01 ws-competencia-final     pic 9(06) value zeros.
       01 ws-transportadora-ant    pic 9(03) value zeros.
       01 ws-uf-anterior           pic x(02) value spaces.
       01 situacao-quebra          pic x(01) value "N".
          88 primeira-leitura      value "N".
       01 totais-uf.
          03 tu-faturas            pic 9(07) value zeros.
          03 tu-peso               pic 9(09)v999 value zeros.
          03 tu-valor              pic 9(13)v99 value zeros.
          03 tu-frete              pic 9(13)v99 value zeros.
       01 totais-transportadora.
          03 tt-faturas            pic 9(07) value zeros.
          03 tt-peso               pic 9(09)v999 value zeros.
          03 tt-valor              pic 9(13)v99 value zeros.
          03 tt-frete              pic 9(13)v99 value zeros.
       01 totais-geral.
          03 tg-faturas            pic 9(07) value zeros.
          03 tg-peso               pic 9(09)v999 value zeros.
          03 tg-valor              pic 9(13)v99 value zeros.
          03 tg-frete              pic 9(13)v99 value zeros.
       01 ws-percentual-frete      pic 9(03)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(34)
                value "Fretes por Transportadora e UF".
         03 filler                pic x(08) value "Periodo:".
         03 00-competencia-inicial pic 9(06).
         03 filler                pic x(03) value " a ".
         03 00-competencia-final  pic 9(06).
         03 filler                pic x(02) value spaces.
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "UF".
         03 filler                pic x(10) value "FATURAS".
         03 filler                pic x(16) value "PESO KG".
         03 filler                pic x(20) value "VALOR MERCADORIA".
         03 filler                pic x(18) value "FRETE".
         03 filler                pic x(07) value "FRETE%".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(16) value "Transportadora:".
         03 12-transportadora     pic zz9b.
         03 12-nome               pic x(40).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-uf                 pic x(08).
         03 13-faturas            pic zz.zz9bbbb.
         03 13-peso               pic zzz.zzz.zz9,999bb.
         03 13-valor              pic z.zzz.zzz.zz9,99bbbb.
         03 13-frete              pic zzz.zzz.zz9,99bbbb.
         03 13-percentual         pic zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input faturas
           if estado-faturas not = "00"
               display "Arquivo Faturas Com Problema Estado " at 2301
                           estado-faturas
               accept resposta at 2380
               goback
           end-if
           open input transportadoras.

       pede-periodo section.
           display erase at 0101
           display "Fretes por Transportadora e UF" at 0101
           display "Competencia Inicial (AAAAMM): " at 0301
           display "Competencia Final   (AAAAMM): " at 0401
           move zeros to ws-competencia-inicial ws-competencia-final
           accept ws-competencia-inicial at 0331
           if ws-competencia-inicial = zeros
               close faturas transportadoras
               goback
           end-if
           accept ws-competencia-final at 0431
           if ws-competencia-final = zeros
               move ws-competencia-inicial to ws-competencia-final
           end-if
           if ws-competencia-final < ws-competencia-inicial
               display "Periodo Invalido, verifique." at 2301
               accept resposta at 2380
               go pede-periodo
           end-if.

      * Custo de frete por transportadora e UF de destino sobre as
      * faturas emitidas no periodo, para a logistica comparar as
      * transportadoras: o percentual e o frete sobre a mercadoria.
      * Faturas canceladas e vendas sem transportadora ficam fora.
       gera-relatorio section.
           move "Relatorio-Fretes" to ws-spool-programa
           move "Spool-Fretes"     to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano
           move ws-competencia-inicial to 00-competencia-inicial
           move ws-competencia-final   to 00-competencia-final

           move spaces to linha-relatorio
           write linha-relatorio
           perform imprime-cabecalho

           sort arquivo-sort-fretes
               on ascending key transportadora-sort uf-sort
               input procedure  is carrega-fretes
                              thru carrega-fretes-fim
               output procedure is imprime-fretes
                              thru imprime-fretes-fim

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Fretes Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-periodo.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.
       carrega-fretes.
           move zeros to fat-numero
           start faturas key is >= fat-numero invalid key
               go carrega-fretes-fim
           end-start.
       carrega-fretes-le.
           read faturas next at end
               go carrega-fretes-fim
           end-read

           if fatura-cancelada
               go carrega-fretes-le
           end-if
           if fat-transportadora = zeros
               go carrega-fretes-le
           end-if
           if fat-data-emissao(1:6) < ws-competencia-inicial
               or fat-data-emissao(1:6) > ws-competencia-final
               go carrega-fretes-le
           end-if

           move fat-transportadora to transportadora-sort
           move fat-uf             to uf-sort
           move fat-peso           to peso-sort
           move fat-valor          to valor-sort
           move fat-frete          to frete-sort
           release registro-sort-fretes
           go carrega-fretes-le.
       carrega-fretes-fim.
           exit.
       imprime-fretes.
           move "N" to situacao-quebra
           initialize totais-uf totais-transportadora totais-geral.
       imprime-fretes-le.
           return arquivo-sort-fretes at end
               go imprime-fretes-encerra
           end-return

           if primeira-leitura
               move "S" to situacao-quebra
               move transportadora-sort to ws-transportadora-ant
               move uf-sort             to ws-uf-anterior
               perform imprime-transportadora
           end-if

           if transportadora-sort not = ws-transportadora-ant
               perform imprime-total-uf
               perform imprime-total-transportadora
               move transportadora-sort to ws-transportadora-ant
               move uf-sort             to ws-uf-anterior
               perform imprime-transportadora
           end-if

           if uf-sort not = ws-uf-anterior
               perform imprime-total-uf
               move uf-sort to ws-uf-anterior
           end-if

           add 1          to tu-faturas
           add peso-sort  to tu-peso
           add valor-sort to tu-valor
           add frete-sort to tu-frete
           go imprime-fretes-le.
       imprime-fretes-encerra.
           if primeira-leitura
               go imprime-fretes-fim
           end-if
           perform imprime-total-uf
           perform imprime-total-transportadora

           move spaces to linha-relatorio
           write linha-relatorio
           move "Total Geral" to 13-uf
           move totais-geral to totais-uf
           perform monta-linha-fretes
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write.
       imprime-fretes-fim.
           exit.
       imprime-transportadora.
           move ws-transportadora-ant to trp-codigo
           read transportadoras invalid key
               move "Transportadora Nao Cadastrada" to trp-razao-social
           end-read
           move ws-transportadora-ant to 12-transportadora
           move trp-razao-social      to 12-nome
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write.
       imprime-total-uf.
           move ws-uf-anterior to 13-uf
           perform monta-linha-fretes
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add tu-faturas to tt-faturas
           add tu-peso    to tt-peso
           add tu-valor   to tt-valor
           add tu-frete   to tt-frete
           initialize totais-uf.
       imprime-total-transportadora.
           move "Total" to 13-uf
           move totais-transportadora to totais-uf
           perform monta-linha-fretes
           write linha-relatorio from linha-03 at eop
               perform imprime-cabecalho
           end-write

           add tt-faturas to tg-faturas
           add tt-peso    to tg-peso
           add tt-valor   to tg-valor
           add tt-frete   to tg-frete
           initialize totais-uf totais-transportadora.
       monta-linha-fretes.
           move zeros to ws-percentual-frete
           if tu-valor > zeros
               compute ws-percentual-frete rounded =
                       tu-frete * 100 / tu-valor
               end-compute
           end-if

           move tu-faturas          to 13-faturas
           move tu-peso             to 13-peso
           move tu-valor            to 13-valor
           move tu-frete            to 13-frete
           move ws-percentual-frete to 13-percentual.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Fretes.
