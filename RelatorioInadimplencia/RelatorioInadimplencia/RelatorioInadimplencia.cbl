         03 filler                pic x(16) value "SALDO".
         03 filler                pic x(14) value "JUROS".
         03 filler                pic x(14) value "MULTA".
         03 filler                pic x(12) value "RENEGOCIADO".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-pedido             pic zzzzz9bbbb.
         03 12-atraso             pic zz.zz9bbb.
         03 12-saldo              pic zzz.zzz.zz9,99bb.
         03 12-juros              pic zzz.zz9,99bbbb.
         03 12-multa              pic zzz.zz9,99bbbb.
         03 12-renegociacao       pic zzzzz9
                                  blank when zero.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 13-faixa              pic x(12).
           move ws-saldo-titulo to 12-saldo
           move ws-juros        to 12-juros
           move ws-multa        to 12-multa
      * Parcela de renegociacao vencida e reincidencia do cliente:
      * a coluna mostra o numero da renegociacao que a gerou.
           if titulo-renegociado
               move tit-renegociacao to 12-renegociacao
           else
               move zeros            to 12-renegociacao
           end-if
           write linha-relatorio from linha-02 at eop
               perform gera-relatorio-cabecalho
           end-write
