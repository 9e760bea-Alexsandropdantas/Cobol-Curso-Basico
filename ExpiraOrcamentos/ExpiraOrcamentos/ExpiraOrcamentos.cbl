       identification division.
       program-id. Expira-Orcamentos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Orcamentos.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Orcamentos.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".

       working-storage section.
       01 estado-orcamentos        pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-lidos                 pic 9(07) value zeros.
       01 ws-expirados             pic 9(07) value zeros.
       01 ws-valor-expirado        pic 9(15)v99 value zeros.

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

      * Orcamento em aberto com validade vencida passa a expirado:
      * nao pode mais ser convertido e entra como perdido no
      * relatorio de conversao.
       procedimento-geral section.
           move "00" to resultado-execucao
           move zeros to ws-lidos ws-expirados ws-valor-expirado
           accept ws-data-sistema from date yyyymmdd

           open i-o orcamentos
           if estado-orcamentos = "35" or "05"
               close orcamentos
               go procedimento-geral-controle
           end-if
           if estado-orcamentos not = "00"
               move "89" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Orcamentos Com Problema Estado "
                               at 2301 estado-orcamentos
                   accept resposta at 2380
               end-if
               goback
           end-if

           move zeros to orc-numero
           start orcamentos key is >= chave-orcamentos invalid key
               go procedimento-geral-fim
           end-start.
       procedimento-geral-le.
           read orcamentos next at end
               go procedimento-geral-fim
           end-read
           add 1 to ws-lidos

           if not orcamento-aberto
               go procedimento-geral-le
           end-if
           if orc-data-validade not < ws-data-sistema
               go procedimento-geral-le
           end-if

           move "E"             to orc-status
           move "EXPIRA"        to orc-operador
           move ws-data-sistema to orc-data-alteracao
           rewrite registro-orcamentos invalid key
               go procedimento-geral-le
           end-rewrite

           add 1         to ws-expirados
           add orc-valor to ws-valor-expirado
           go procedimento-geral-le.
       procedimento-geral-fim.
           close orcamentos.
       procedimento-geral-controle.
           move "Expira-Orcamentos" to ctr-etapa
           move ws-lidos            to ctr-lidos
           move ws-expirados        to ctr-gravados
           move zeros               to ctr-rejeitados
           move ws-valor-expirado   to ctr-hash-vendas
           perform grava-controle

           if not batch-ativo
               display "Orcamentos Expirados: " at 2301 ws-expirados
               accept resposta at 2380
           end-if
           goback.

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       end program Expira-Orcamentos.
