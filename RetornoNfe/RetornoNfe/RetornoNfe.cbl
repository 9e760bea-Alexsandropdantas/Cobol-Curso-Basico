       identification division.
       program-id. Retorno-Nfe.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Faturas.txt".
       copy "C:\CursoCobol\Copylib\Select-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select retorno assign to ws-local-retorno
               file status is estado-retorno
               organization is line sequential.
           select rejeitos assign to ws-local-rejeitos
               file status is estado-rejeitos
               organization is line sequential.
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-Faturas.txt".
       copy "C:\CursoCobol\Copylib\FD-ControleBatch.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
      * Retorno da SEFAZ, um registro por nota ou evento:
      * A = autorizacao, R = rejeicao, C = cancelamento homologado.
       fd retorno label record omitted.
       01 linha-retorno            pic x(132).
       01 detalhe-retorno redefines linha-retorno.
           02 ret-tipo               pic x(01).
              88 retorno-autorizacao value "A".
              88 retorno-rejeicao    value "R".
              88 retorno-cancelamento value "C".
           02 ret-fatura             pic 9(06).
           02 ret-chave              pic x(44).
           02 ret-protocolo          pic x(15).
           02 ret-data               pic 9(08).
           02 ret-codigo             pic 9(03).
           02 ret-motivo             pic x(50).
           02 filler                 pic x(05).
       fd rejeitos label record omitted.
       01 linha-rejeitos           pic x(80).
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-faturas           pic x(02) value spaces.
       01 estado-controle-batch    pic x(02) value spaces.
       01 estado-retorno           pic x(02) value spaces.
       01 estado-rejeitos          pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 ws-local                 pic x(70) value spaces.
       01 ws-local-retorno         pic x(70) value spaces.
       01 ws-local-rejeitos        pic x(70) value spaces.
       01 ws-lidos                 pic 9(05) value zeros.
       01 ws-autorizadas           pic 9(05) value zeros.
       01 ws-rejeitadas            pic 9(05) value zeros.
       01 ws-canceladas            pic 9(05) value zeros.
       01 ws-rejeitos              pic 9(05) value zeros.
       01 ws-pendentes             pic 9(05) value zeros.
       01 ws-valor-pendente        pic 9(11)v99 value zeros.
       01 ws-motivo-rejeito        pic x(15) value spaces.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
          03 ws-dia                pic 9(02).

      * Area de Relatorio ---------------------------------------- *
       01 linha-00.
         03 filler                pic x(40)
                value "NF-e Pendentes de Autorizacao".
         03 filler                pic x(14) value "Data Emissao:".
         03 00-dia                pic 99/.
         03 00-mes                pic 99/.
         03 00-ano                pic 99/.
       01 linha-01.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "FATURA".
         03 filler                pic x(11) value "EMISSAO".
         03 filler                pic x(09) value "CLIENTE".
         03 filler                pic x(16) value "VALOR".
         03 filler                pic x(24) value "SITUACAO".
         03 filler                pic x(30) value "ULTIMO RETORNO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-fatura             pic zzzzz9bb.
         03 12-emissao            pic 9(08)bbb.
         03 12-cliente            pic zzzzz9bbb.
         03 12-valor              pic zzz.zzz.zz9,99bb.
         03 12-situacao           pic x(24).
         03 12-codigo             pic zzzb.
         03 12-motivo             pic x(50).
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26)
                value "NF-e Pendentes.........:".
         03 13-pendentes          pic zz.zz9.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(08) value "Valor: ".
         03 13-valor              pic zzz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 modo-batch               pic x(01) value spaces.
           88 batch-ativo          value "S".
       01 resultado-execucao       pic x(02) value "00".
       procedure division using modo-batch resultado-execucao.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call
           move spaces to ws-local-retorno
           string function trim(diretorio-importacao)
                                        delimited by size
                  "\Retorno-NFe.txt"
                                        delimited by size
                  into ws-local-retorno
           end-string
           move spaces to ws-local-rejeitos
           string function trim(diretorio-importacao)
                                        delimited by size
                  "\Retorno-NFe-Rejeitos.txt"
                                        delimited by size
                  into ws-local-rejeitos
           end-string.

       procedimento-geral section.
           move "00" to resultado-execucao

           open i-o faturas
           if estado-faturas not = "00"
               move "81" to resultado-execucao
               if not batch-ativo
                   display "Arquivo Faturas Com Problema Estado "
                                          at 2301 estado-faturas
                   accept resposta at 2380
               end-if
               goback
           end-if

           move zeros to ws-lidos ws-autorizadas ws-rejeitadas
                         ws-canceladas ws-rejeitos

      * Sem arquivo de retorno no dia, o relatorio de pendentes sai
      * do mesmo jeito: e ele que cobra o fechamento do dia.
           open input retorno
           if estado-retorno = "00"
               open output rejeitos
               perform processa-retorno
                   until estado-retorno = "10"
               close retorno rejeitos
           end-if

           perform relatorio-pendentes thru relatorio-pendentes-fim

           close faturas

           move "Retorno-Nfe"       to ctr-etapa
           move ws-lidos            to ctr-lidos
           compute ctr-gravados =
                   ws-autorizadas + ws-rejeitadas + ws-canceladas
           end-compute
           move ws-rejeitos         to ctr-rejeitados
           move zeros               to ctr-hash-vendas
           perform grava-controle

           if ws-rejeitos > zeros
               move "01" to resultado-execucao
           end-if

           if not batch-ativo
               display "Registros Lidos....: " at 1701 ws-lidos
               display "NF-e Autorizadas...: " at 1801 ws-autorizadas
               display "NF-e Rejeitadas....: " at 1901 ws-rejeitadas
               display "Cancelamentos......: " at 2001 ws-canceladas
               display "Rejeitos...........: " at 2101 ws-rejeitos
               display "Pendentes: "           at 2140 ws-pendentes
               display "Enter Continua" at 2310
               accept resposta at 2350
           end-if
           goback.

       processa-retorno.
           read retorno next at end
               exit paragraph
           end-read

           if not retorno-autorizacao and not retorno-rejeicao
               and not retorno-cancelamento
               exit paragraph
           end-if

           add 1 to ws-lidos

           if ret-fatura not numeric or ret-fatura = zeros
               move "INVALIDO;" to ws-motivo-rejeito
               perform grava-rejeito
               exit paragraph
           end-if

           move ret-fatura to fat-numero
           read faturas with lock invalid key
               move "NAO-LOCALIZADO;" to ws-motivo-rejeito
               perform grava-rejeito
               exit paragraph
           end-read

      * A chave confere com a gravada na emissao, ou o retorno nao
      * e desta nota.
           if ret-chave not = fat-chave-acesso
               unlock faturas
               move "INCONSISTENTE;" to ws-motivo-rejeito
               perform grava-rejeito
               exit paragraph
           end-if

           evaluate true
               when retorno-autorizacao
                   if not nfe-gerada and not nfe-rejeitada
                       unlock faturas
                       move "INCONSISTENTE;" to ws-motivo-rejeito
                       perform grava-rejeito
                       exit paragraph
                   end-if
                   move "A"           to fat-situacao-nfe
                   move ret-protocolo to fat-protocolo
                   move ret-data      to fat-data-autorizacao
                   move ret-codigo    to fat-codigo-retorno
                   move spaces        to fat-motivo-retorno
                   add 1 to ws-autorizadas
               when retorno-rejeicao
                   if not nfe-gerada and not nfe-rejeitada
                       and not nfe-cancelamento-enviado
                       unlock faturas
                       move "INCONSISTENTE;" to ws-motivo-rejeito
                       perform grava-rejeito
                       exit paragraph
                   end-if
      * Evento de cancelamento recusado: a nota continua autorizada
      * perante a SEFAZ e volta a pendencia ate novo evento.
                   if nfe-cancelamento-enviado
                       move "A"       to fat-situacao-nfe
                   else
                       move "R"       to fat-situacao-nfe
                   end-if
                   move ret-codigo    to fat-codigo-retorno
                   move ret-motivo    to fat-motivo-retorno
                   add 1 to ws-rejeitadas
               when retorno-cancelamento
                   if not nfe-cancelamento-enviado
                       unlock faturas
                       move "INCONSISTENTE;" to ws-motivo-rejeito
                       perform grava-rejeito
                       exit paragraph
                   end-if
                   move "K"           to fat-situacao-nfe
                   move ret-protocolo to fat-protocolo-cancelamento
                   move ret-codigo    to fat-codigo-retorno
                   move spaces        to fat-motivo-retorno
                   add 1 to ws-canceladas
           end-evaluate

           rewrite registro-faturas invalid key
               move "NAO-GRAVADO;" to ws-motivo-rejeito
               perform grava-rejeito
           end-rewrite
           unlock faturas.

      * Entradas invalidas, sem fatura ou fora de sequencia vao
      * para o arquivo de rejeitos, como no retorno de cobranca.
       grava-rejeito.
           add 1 to ws-rejeitos
           move spaces to linha-rejeitos
           string function trim(ws-motivo-rejeito)
                                       delimited by size
                  ret-tipo             delimited by size
                  ";"                  delimited by size
                  ret-fatura           delimited by size
                  ";"                  delimited by size
                  ret-chave            delimited by size
                  into linha-rejeitos
           end-string
           write linha-rejeitos.

      * Pendente: nota enviada sem retorno, evento de cancelamento
      * sem homologacao, ou rejeitada em fatura ainda valida.
       relatorio-pendentes.
           move "Retorno-Nfe"       to ws-spool-programa
           move "Spool-NfePendentes" to ws-spool-nome
           perform registra-spool

           open output relatorio

           accept ws-data from date
           move ws-dia to 00-dia
           move ws-mes to 00-mes
           move ws-ano to 00-ano

           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-00
           write linha-relatorio from linha-01

           move zeros to ws-pendentes ws-valor-pendente

           move zeros to fat-numero
           start faturas key is >= fat-numero invalid key
               go relatorio-pendentes-total
           end-start.
       relatorio-pendentes-le.
           read faturas next at end
               go relatorio-pendentes-total
           end-read

           if not nfe-pendente
               go relatorio-pendentes-le
           end-if
           if nfe-rejeitada and fatura-cancelada
               go relatorio-pendentes-le
           end-if

           move fat-numero       to 12-fatura
           move fat-data-emissao to 12-emissao
           move fat-cliente      to 12-cliente
           move fat-valor        to 12-valor
           evaluate true
               when nfe-gerada
                   move "AGUARDANDO AUTORIZACAO" to 12-situacao
               when nfe-rejeitada
                   move "REJEITADA"              to 12-situacao
               when nfe-cancelamento-enviado
                   move "CANCELAMENTO ENVIADO"   to 12-situacao
           end-evaluate
           move fat-codigo-retorno to 12-codigo
           move fat-motivo-retorno to 12-motivo
           write linha-relatorio from linha-02 at eop
               write linha-relatorio from linha-00
               write linha-relatorio from linha-01
           end-write

           add 1         to ws-pendentes
           add fat-valor to ws-valor-pendente
           go relatorio-pendentes-le.
       relatorio-pendentes-total.
           move spaces to linha-relatorio
           write linha-relatorio
           move ws-pendentes      to 13-pendentes
           move ws-valor-pendente to 13-valor
           write linha-relatorio from linha-03

           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio.
       relatorio-pendentes-fim.
           exit.

       copy "C:\CursoCobol\Copylib\GravaControle.cpy".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Retorno-Nfe.
