       identification division.
       program-id. Relatorio-Orcamentos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Orcamentos.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Orcamentos.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-orcamentos        pic x(02) value spaces.
       01 estado-vendedores        pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-competencia-inicial   pic 9(06) value zeros.
       01 ws-competencia-final     pic 9(06) value zeros.
       01 ws-vendedor-anterior     pic 9(03) value zeros.
       01 situacao-leitura         pic x(01) value "N".
          88 fim-orcamentos        value "S".
       01 totais-vendedor.
          03 tv-emitidos           pic 9(07) value zeros.
          03 tv-convertidos        pic 9(07) value zeros.
          03 tv-expirados          pic 9(07) value zeros.
          03 tv-cancelados         pic 9(07) value zeros.
          03 tv-abertos            pic 9(07) value zeros.
          03 tv-valor-orcado       pic 9(13)v99 value zeros.
          03 tv-valor-convertido   pic 9(13)v99 value zeros.
       01 totais-geral.
          03 tg-emitidos           pic 9(07) value zeros.
          03 tg-convertidos        pic 9(07) value zeros.
          03 tg-expirados          pic 9(07) value zeros.
          03 tg-cancelados         pic 9(07) value zeros.
          03 tg-abertos            pic 9(07) value zeros.
          03 tg-valor-orcado       pic 9(13)v99 value zeros.
          03 tg-valor-convertido   pic 9(13)v99 value zeros.
       01 ws-taxa-quantidade       pic 9(03)v99 value zeros.
       01 ws-taxa-valor            pic 9(03)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(34)
                value "Conversao de Orcamentos".
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
         03 filler                pic x(31) value "VENDEDOR".
         03 filler                pic x(08) value "EMITID".
         03 filler                pic x(08) value "CONVER".
         03 filler                pic x(08) value "EXPIRA".
         03 filler                pic x(08) value "CANCEL".
         03 filler                pic x(08) value "ABERTO".
         03 filler                pic x(16) value "VALOR ORCADO".
         03 filler                pic x(16) value "VALOR CONVERT".
         03 filler                pic x(09) value "CONV%QTD".
         03 filler                pic x(06) value "CONV%$".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-vendedor           pic zz9bb.
         03 12-nome               pic x(25)b.
         03 12-emitidos           pic zz.zz9bb.
         03 12-convertidos        pic zz.zz9bb.
         03 12-expirados          pic zz.zz9bb.
         03 12-cancelados         pic zz.zz9bb.
         03 12-abertos            pic zz.zz9bb.
         03 12-valor-orcado       pic zzz.zzz.zz9,99bb.
         03 12-valor-convertido   pic zzz.zzz.zz9,99bb.
         03 12-taxa-quantidade    pic zz9,99bbb.
         03 12-taxa-valor         pic zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           open input orcamentos
           if estado-orcamentos not = "00"
               display "Arquivo Orcamentos Com Problema Estado "
                           at 2301 estado-orcamentos
               accept resposta at 2380
               goback
           end-if
           open input vendedores.

       pede-periodo section.
           display erase at 0101
           display "Conversao de Orcamentos por Vendedor" at 0101
           display "Competencia Inicial (AAAAMM): " at 0301
           display "Competencia Final   (AAAAMM): " at 0401
           move zeros to ws-competencia-inicial ws-competencia-final
           accept ws-competencia-inicial at 0331
           if ws-competencia-inicial = zeros
               close orcamentos vendedores
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

      * Taxa de conversao por vendedor sobre os orcamentos emitidos
      * no periodo: quantos e quanto valor viraram pedido. A leitura
      * segue a chave alternada de vendedor, ja na ordem da quebra.
       gera-relatorio section.
           move "Relatorio-Orcamentos" to ws-spool-programa
           move "Spool-Orcamentos"     to ws-spool-nome
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

           initialize totais-vendedor totais-geral
           move "N" to situacao-leitura

           move zeros to orc-vendedor
           start orcamentos key is >= orc-vendedor invalid key
               move "S" to situacao-leitura
           end-start
           if not fim-orcamentos
               perform le-orcamento
           end-if
           if not fim-orcamentos
               move orc-vendedor to ws-vendedor-anterior
           end-if.
       gera-relatorio-loop.
           if fim-orcamentos
               go gera-relatorio-fim
           end-if

           if orc-vendedor not = ws-vendedor-anterior
               perform imprime-vendedor
               move orc-vendedor to ws-vendedor-anterior
           end-if

           add 1               to tv-emitidos
           add orc-valor       to tv-valor-orcado
           evaluate true
               when orcamento-convertido
                   add 1         to tv-convertidos
                   add orc-valor to tv-valor-convertido
               when orcamento-expirado
                   add 1 to tv-expirados
               when orcamento-cancelado
                   add 1 to tv-cancelados
               when other
                   add 1 to tv-abertos
           end-evaluate

           perform le-orcamento
           go gera-relatorio-loop.
       gera-relatorio-fim.
           if tv-emitidos > zeros
               perform imprime-vendedor
           end-if

           move spaces to linha-relatorio
           write linha-relatorio
           move totais-geral to totais-vendedor
           move zeros        to 12-vendedor
           move "Total Geral" to 12-nome
           perform monta-linha-vendedor
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio

           display "Relatorio de Orcamentos Gerado. Enter" at 2301
           accept resposta at 2380
           go pede-periodo.
       le-orcamento.
           read orcamentos next at end
               move "S" to situacao-leitura
           end-read
           if not fim-orcamentos
               if orc-data-emissao(1:6) < ws-competencia-inicial
                   or orc-data-emissao(1:6) > ws-competencia-final
                   go le-orcamento
               end-if
           end-if.
       imprime-vendedor.
           move ws-vendedor-anterior to codigo-vendedores
           read vendedores invalid key
               move "Vendedor Nao Cadastrado" to nome-vendedores
           end-read

           move ws-vendedor-anterior to 12-vendedor
           move nome-vendedores      to 12-nome
           perform monta-linha-vendedor
           write linha-relatorio from linha-02 at eop
               perform imprime-cabecalho
           end-write

           add tv-emitidos         to tg-emitidos
           add tv-convertidos      to tg-convertidos
           add tv-expirados        to tg-expirados
           add tv-cancelados       to tg-cancelados
           add tv-abertos          to tg-abertos
           add tv-valor-orcado     to tg-valor-orcado
           add tv-valor-convertido to tg-valor-convertido
           initialize totais-vendedor.
       monta-linha-vendedor.
           move zeros to ws-taxa-quantidade ws-taxa-valor
           if tv-emitidos > zeros
               compute ws-taxa-quantidade rounded =
                       tv-convertidos * 100 / tv-emitidos
               end-compute
           end-if
           if tv-valor-orcado > zeros
               compute ws-taxa-valor rounded =
                       tv-valor-convertido * 100 / tv-valor-orcado
               end-compute
           end-if

           move tv-emitidos         to 12-emitidos
           move tv-convertidos      to 12-convertidos
           move tv-expirados        to 12-expirados
           move tv-cancelados       to 12-cancelados
           move tv-abertos          to 12-abertos
           move tv-valor-orcado     to 12-valor-orcado
           move tv-valor-convertido to 12-valor-convertido
           move ws-taxa-quantidade  to 12-taxa-quantidade
           move ws-taxa-valor       to 12-taxa-valor.
       imprime-cabecalho.
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01.

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Relatorio-Orcamentos.
