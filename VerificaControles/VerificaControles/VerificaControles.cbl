       01 ws-total-etapas          pic 9(02) value zeros.
       01 ws-indice-etapa          pic 9(02) value zeros.
       01 tabela-hoje.
          03 entrada-hoje occurs 40 times.
             05 tab-etapa          pic x(20).
             05 tab-lidos          pic 9(07).
             05 tab-gravados       pic 9(07).
               go carrega-hoje-fim
           end-if

           if ws-total-etapas < 40
               add 1 to ws-total-etapas
               move ctr-etapa        to tab-etapa(ws-total-etapas)
               move ctr-lidos        to tab-lidos(ws-total-etapas)
