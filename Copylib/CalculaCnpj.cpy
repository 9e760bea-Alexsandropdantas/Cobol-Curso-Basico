       calcula-cnpj section.
           move zeros to ws-cnpj
           move cnpj-verificando to separacnpj

           compute totalcnpj =
                   (wscnpj(1) * 5) + (wscnpj(2) * 4) + (wscnpj(3) * 3) +
                   (wscnpj(4) * 2) + (wscnpj(5) * 9) + (wscnpj(6) * 8) +
                   (wscnpj(7) * 7) + (wscnpj(8) * 6) + (wscnpj(9) * 5) +
                   (wscnpj(10) * 4) + (wscnpj(11) * 3) +
                   (wscnpj(12) * 2)
           end-compute
           compute campocnpj = totalcnpj / 11
           compute restocnpj = totalcnpj - (campocnpj * 11)
           if restocnpj < 2
               move 0 to campocnpj
           else
               compute campocnpj = 11 - restocnpj
           end-if

           move campocnpj to wscnpj(13)

           compute totalcnpj =
                   (wscnpj(1) * 6) + (wscnpj(2) * 5) + (wscnpj(3) * 4) +
                   (wscnpj(4) * 3) + (wscnpj(5) * 2) + (wscnpj(6) * 9) +
                   (wscnpj(7) * 8) + (wscnpj(8) * 7) + (wscnpj(9) * 6) +
                   (wscnpj(10) * 5) + (wscnpj(11) * 4) +
                   (wscnpj(12) * 3) + (wscnpj(13) * 2)
           end-compute
           compute campocnpj = totalcnpj / 11
           compute restocnpj = totalcnpj - (campocnpj * 11)
           if restocnpj < 2
               move 0 to campocnpj
           else
               compute campocnpj = 11 - restocnpj
           end-if

           move campocnpj to wscnpj(14)

           if cnpj-verificando = separacnpj
               and cnpj-verificando not = zeros
               move 1 to errocnpj
           else
               move 9 to errocnpj
           end-if.

       calcula-cnpj-e.
           exit.
