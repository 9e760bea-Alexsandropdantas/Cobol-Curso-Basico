           read tarefas invalid key
               continue
           not invalid key
      * Oferta sugerida em aberto cede lugar ao acompanhamento.
               if tarefa-aberta and not tarefa-oferta
                   go abre-tarefa-fim
               end-if
           end-read
           move "A"              to tar-status
           move spaces           to tar-resultado
           move zeros            to tar-data-fechamento
           move spaces           to tar-tipo tar-descricao
           move zeros            to tar-produto tar-valor-esperado

           write registro-tarefas invalid key
               rewrite registro-tarefas invalid key
