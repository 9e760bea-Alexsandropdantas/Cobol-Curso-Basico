      * Taxa de cambio (reais por unidade da moeda) do pais numa
      * data: a taxa corrente se ja vigorava na data; senao a ultima
      * taxa do historico ate a competencia da data. Pais sem moeda
      * cadastrada, ou cadastrado em reais, opera em reais.
       busca-taxa-cambio section.
           move spaces to ws-cmb-moeda ws-cmb-situacao
           move zeros  to ws-cmb-taxa
           if ws-cmb-pais = zeros
               exit section
           end-if

           open input moedas
           if estado-moedas not = "00"
               close moedas
               exit section
           end-if
           move ws-cmb-pais to moe-pais
           read moedas invalid key
               move zeros to moe-taxa
           end-read
           close moedas
           if moe-taxa = zeros or moe-codigo-moeda = "BRL"
               exit section
           end-if

           move "S"              to ws-cmb-situacao
           move moe-codigo-moeda to ws-cmb-moeda
           move moe-taxa         to ws-cmb-taxa
           if moe-data-vigencia not > ws-cmb-data
               exit section
           end-if

           open input historico-moedas
           if estado-hist-moedas not = "00"
               close historico-moedas
               exit section
           end-if
           move ws-cmb-pais to hmo-pais
           move zeros       to hmo-competencia
           start historico-moedas key is >= chave-hist-moedas
               invalid key
               continue
           end-start
           if estado-hist-moedas = "00"
               perform busca-taxa-cambio-historico
                   until estado-hist-moedas not = "00"
           end-if
           close historico-moedas.
       busca-taxa-cambio-historico.
           read historico-moedas next at end
               exit paragraph
           end-read
           if hmo-pais not = ws-cmb-pais
               or hmo-competencia > ws-cmb-data(1:6)
               move "10" to estado-hist-moedas
               exit paragraph
           end-if
           if hmo-taxa not = zeros
               move hmo-taxa to ws-cmb-taxa
           end-if.
