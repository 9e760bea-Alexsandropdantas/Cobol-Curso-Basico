      * Fator de conversao de uma unidade alternativa do produto
      * para a unidade base do cadastro (quantas unidades base cabem
      * em uma da alternativa). A unidade base, ou unidade em branco,
      * vale fator 1; a alternativa so vale se estiver cadastrada e
      * liberada para o uso pedido (V-Venda ou C-Compra).
       busca-fator-unidade section.
           move "N"   to ws-und-situacao
           move zeros to ws-und-fator
           if ws-und-unidade = spaces or ws-und-unidade = ws-und-base
               move 1   to ws-und-fator
               move "S" to ws-und-situacao
               exit section
           end-if

           open input unidades-produto
           if estado-unidades-produto not = "00"
               close unidades-produto
               exit section
           end-if
           move ws-und-produto to und-produto
           move ws-und-unidade to und-unidade
           read unidades-produto invalid key
               move zeros to und-fator
           end-read
           close unidades-produto
           if und-fator = zeros
               exit section
           end-if
           if ws-und-uso-venda and not unidade-de-venda
               exit section
           end-if
           if ws-und-uso-compra and not unidade-de-compra
               exit section
           end-if

           move und-fator to ws-und-fator
           move "S"       to ws-und-situacao.
