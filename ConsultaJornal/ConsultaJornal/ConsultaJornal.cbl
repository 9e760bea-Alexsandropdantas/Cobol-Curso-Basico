       pede-pesquisa section.
           display erase at 0101
           display "Consulta do Jornal de Alteracoes" at 0101
           display "Tipo (C=Cliente V=Vendedor K=Consentimento,"
                                                         at 0301
           display " Espaco=Sair): "                     at 0345
           move spaces to ws-tipo-pesquisa
           accept ws-tipo-pesquisa at 0360
           if ws-tipo-pesquisa = spaces
               goback
           end-if
           if ws-tipo-pesquisa not = "C" and "V" and "K"
               go pede-pesquisa
           end-if

           display "Opcao (1=Listar 2=Posicao em Data): " at 0501
           move 1 to ws-modo
           accept ws-modo at 0538
      * Consentimento nao tem posicao em data: o proprio registro
      * guarda as datas de aceite e de revogacao.
           if ws-modo = 2 and ws-tipo-pesquisa = "K"
               display "Tipo K So Lista as Alteracoes. Enter" at 2301
               accept resposta at 2380
               go pede-pesquisa
           end-if
           if ws-modo = 2
               go posicao-asof
           end-if
