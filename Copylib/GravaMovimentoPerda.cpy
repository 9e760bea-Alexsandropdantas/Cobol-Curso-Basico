       grava-movimento-perda section.
           open extend movimentos-perda
           if estado-movimentos-perda = "35" or "05"
               open output movimentos-perda
               close movimentos-perda
               open extend movimentos-perda
           end-if

           accept mpd-data from date yyyymmdd
           accept mpd-hora from time

           write registro-movimentos-perda

           close movimentos-perda.
