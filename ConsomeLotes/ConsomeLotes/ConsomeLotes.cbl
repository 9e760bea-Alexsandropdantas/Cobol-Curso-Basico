       identification division.
       program-id. Consome-Lotes.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Lotes.txt".
       copy "C:\CursoCobol\Copylib\Select-LotesExpedidos.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Lotes.txt".
       copy "C:\CursoCobol\Copylib\FD-LotesExpedidos.txt".

       working-storage section.
       01 estado-lotes             pic x(02) value spaces.
       01 estado-lotes-expedidos   pic x(02) value spaces.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-quantidade-falta      pic 9(05)v99 value zeros.
       01 ws-quantidade-lote       pic 9(05)v99 value zeros.

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 lk-produto               pic 9(05).
       01 lk-quantidade            pic 9(05)v99.
       01 lk-pedido                pic 9(06).
       01 lk-sequencia             pic 9(02).
       01 lk-expedicao             pic 9(06).
       01 lk-cliente               pic 9(06).
       01 lk-lote                  pic x(12).
       01 lk-quantidade-sem-lote   pic 9(05)v99.

      * Baixa a quantidade nos lotes do produto, primeiro o que
      * vence primeiro (a chave do arquivo de lotes ja esta nessa
      * ordem). Saida de pedido nao leva lote vencido e fica
      * registrada por lote, expedicao e linha para o recall; saida
      * avulsa (pedido zero) e o descarte do vencido e consome
      * qualquer lote. Devolve o ultimo lote baixado e o que faltou
      * de saldo em lote (estoque anterior ao controle de lote).
       procedure division using lk-produto lk-quantidade lk-pedido
                                lk-sequencia lk-expedicao lk-cliente
                                lk-lote lk-quantidade-sem-lote.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       abre-arquivos section.
           move spaces        to lk-lote
           move lk-quantidade to ws-quantidade-falta
                                 lk-quantidade-sem-lote
           accept ws-data-sistema from date yyyymmdd

           open i-o lotes
           if estado-lotes not = "00"
               close lotes
               goback
           end-if
           if lk-pedido = zeros
               go consome-lotes
           end-if.
       abre-arquivo-io-lotes-expedidos.
           open i-o lotes-expedidos
           if estado-lotes-expedidos not = "00"
           if estado-lotes-expedidos = "35" or "05"
               close lotes-expedidos
               open output lotes-expedidos
               close lotes-expedidos
               go abre-arquivo-io-lotes-expedidos
           else
               close lotes
               goback
           end-if
           end-if.

       consome-lotes section.
           move lk-produto to lot-produto
           move zeros      to lot-data-validade
           move spaces     to lot-lote
           start lotes key is >= chave-lotes invalid key
               go consome-lotes-fim
           end-start.
       consome-lotes-le.
           if ws-quantidade-falta = zeros
               go consome-lotes-fim
           end-if
           read lotes next at end
               go consome-lotes-fim
           end-read
           if lot-produto not = lk-produto
               go consome-lotes-fim
           end-if
           if lot-saldo = zeros
               go consome-lotes-le
           end-if
           if lk-pedido not = zeros
               and lot-data-validade < ws-data-sistema
               go consome-lotes-le
           end-if

           if lot-saldo < ws-quantidade-falta
               move lot-saldo to ws-quantidade-lote
           else
               move ws-quantidade-falta to ws-quantidade-lote
           end-if
           subtract ws-quantidade-lote from lot-saldo
                                            ws-quantidade-falta
           rewrite registro-lotes invalid key
               continue
           end-rewrite
           move lot-lote to lk-lote

           if lk-pedido not = zeros
               perform grava-lote-expedido
           end-if
           go consome-lotes-le.
       consome-lotes-fim.
           move ws-quantidade-falta to lk-quantidade-sem-lote
           if lk-pedido not = zeros
               close lotes-expedidos
           end-if
           close lotes
           goback.
       grava-lote-expedido.
           move lk-produto   to lxp-produto
           move lot-lote     to lxp-lote
           move lk-expedicao to lxp-expedicao
           move lk-sequencia to lxp-sequencia
           read lotes-expedidos invalid key
               move lk-pedido          to lxp-pedido
               move lk-cliente         to lxp-cliente
               move lot-data-validade  to lxp-data-validade
               move ws-quantidade-lote to lxp-quantidade
               move ws-data-sistema    to lxp-data
               write registro-lotes-expedidos invalid key
                   continue
               end-write
           not invalid key
               add ws-quantidade-lote to lxp-quantidade
               rewrite registro-lotes-expedidos invalid key
                   continue
               end-rewrite
           end-read.

       end program Consome-Lotes.
