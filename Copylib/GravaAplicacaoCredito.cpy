       grava-aplicacao-credito section.
           open extend aplicacoes-credito
           if estado-aplicacoes-credito = "35" or "05"
               open output aplicacoes-credito
               close aplicacoes-credito
               open extend aplicacoes-credito
           end-if

           accept apc-data from date yyyymmdd
           accept apc-hora from time

           write registro-aplicacoes-credito

           close aplicacoes-credito.
