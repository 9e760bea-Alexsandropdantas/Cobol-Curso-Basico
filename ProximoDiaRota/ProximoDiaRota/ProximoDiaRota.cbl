       identification division.
       program-id. Proximo-Dia-Rota.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-Rotas.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Rotas.txt".

       working-storage section.
       01 estado-rotas           pic x(02) value spaces.
       01 ws-data-corrente       pic 9(08) value zeros.
       01 filler redefines ws-data-corrente.
          03 ws-ano              pic 9(04).
          03 ws-mes              pic 9(02).
          03 ws-dia              pic 9(02).
       01 ws-data-util           pic 9(08) value zeros.
       01 ws-tentativas          pic 9(03) value zeros.
       01 ws-dia-semana          pic 9(01) value zeros.
       01 ws-indice-dia          pic 9(01) value zeros.
       01 ws-zeller-q            pic 9(02) value zeros.
       01 ws-zeller-m            pic 9(02) value zeros.
       01 ws-zeller-a            pic 9(04) value zeros.
       01 ws-zeller-k            pic 9(02) value zeros.
       01 ws-zeller-j            pic 9(02) value zeros.
       01 ws-zeller-h            pic 9(06) value zeros.
       01 ws-zeller-t1           pic 9(06) value zeros.
       01 ws-zeller-k4           pic 9(02) value zeros.
       01 ws-zeller-j4           pic 9(02) value zeros.
       01 ws-zeller-div          pic 9(06) value zeros.
       01 ws-dias-mes            pic 9(02) value zeros.
       01 ws-resto-4             pic 9(02) value zeros.
       01 ws-resto-100           pic 9(02) value zeros.
       01 ws-resto-400           pic 9(03) value zeros.
       01 ws-ano-div             pic 9(04) value zeros.
       01 situacao-ano-bissexto  pic x(01) value "N".
          88 ano-bissexto        value "S".
       01 situacao-rota          pic x(01) value "N".
          88 rota-com-calendario value "S".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       linkage section.
       01 lk-rota                pic 9(03).
       01 lk-data-entrada        pic 9(08).
       01 lk-data-saida          pic 9(08).

       procedure division using lk-rota lk-data-entrada lk-data-saida.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

      * Primeiro dia util, a partir da data recebida, em que a rota
      * roda. Rota sem cadastro ou sem dia marcado nao restringe: a
      * resposta e o proprio proximo dia util.
       procura-dia-rota section.
           move "N" to situacao-rota
           if lk-rota not = zeros
               open input rotas
               if estado-rotas = "00"
                   move lk-rota to rot-codigo
                   read rotas invalid key
                       continue
                   not invalid key
                       if rota-ativa and rot-dias-entrega not = spaces
                           move "S" to situacao-rota
                       end-if
                   end-read
               end-if
               close rotas
           end-if

           move lk-data-entrada to ws-data-corrente
           move zeros to ws-tentativas.
       procura-dia-rota-loop.
           add 1 to ws-tentativas
           call "Proximo-Dia-Util"
               using ws-data-corrente ws-data-util
           end-call
           move ws-data-util to ws-data-corrente

           if not rota-com-calendario or ws-tentativas > 60
               go procura-dia-rota-fim
           end-if

           perform calcula-dia-semana
      * rot-dia: 1=Domingo ... 7=Sabado; Zeller devolve 0=Sabado
           if ws-dia-semana = 0
               move 7 to ws-indice-dia
           else
               move ws-dia-semana to ws-indice-dia
           end-if
           if rot-dia(ws-indice-dia) = "S"
               go procura-dia-rota-fim
           end-if

           perform avanca-um-dia
           go procura-dia-rota-loop.
       procura-dia-rota-fim.
           cancel "Proximo-Dia-Util"
           move ws-data-corrente to lk-data-saida
           goback.
      * Congruencia de Zeller: 0=Sabado 1=Domingo 2=Segunda ...
       calcula-dia-semana.
           move ws-dia to ws-zeller-q
           move ws-mes to ws-zeller-m
           move ws-ano to ws-zeller-a
           if ws-zeller-m < 3
               add 12 to ws-zeller-m
               subtract 1 from ws-zeller-a
           end-if

           divide ws-zeller-a by 100 giving ws-zeller-j
                                  remainder ws-zeller-k

           compute ws-zeller-t1 =
                   (13 * (ws-zeller-m + 1)) / 5
           end-compute
           divide ws-zeller-k by 4 giving ws-zeller-k4
           divide ws-zeller-j by 4 giving ws-zeller-j4
           compute ws-zeller-h = ws-zeller-q + ws-zeller-t1
                 + ws-zeller-k + ws-zeller-k4
                 + ws-zeller-j4 + (5 * ws-zeller-j)
           end-compute
           divide ws-zeller-h by 7 giving ws-zeller-div
                                remainder ws-dia-semana.
       verifica-ano-bissexto.
           move "N" to situacao-ano-bissexto
           divide ws-ano by 4 giving ws-ano-div
                           remainder ws-resto-4
           if ws-resto-4 = zeros
               move "S" to situacao-ano-bissexto
               divide ws-ano by 100 giving ws-ano-div
                               remainder ws-resto-100
               if ws-resto-100 = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-ano by 400 giving ws-ano-div
                                   remainder ws-resto-400
                   if ws-resto-400 = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if.
       avanca-um-dia.
           evaluate ws-mes
               when 01
               when 03
               when 05
               when 07
               when 08
               when 10
               when 12
                   move 31 to ws-dias-mes
               when 04
               when 06
               when 09
               when 11
                   move 30 to ws-dias-mes
               when other
                   perform verifica-ano-bissexto
                   if ano-bissexto
                       move 29 to ws-dias-mes
                   else
                       move 28 to ws-dias-mes
                   end-if
           end-evaluate

           if ws-dia < ws-dias-mes
               add 1 to ws-dia
           else
               move 01 to ws-dia
               if ws-mes = 12
                   move 01 to ws-mes
                   add 1 to ws-ano
               else
                   add 1 to ws-mes
               end-if
           end-if.

       end program Proximo-Dia-Rota.
