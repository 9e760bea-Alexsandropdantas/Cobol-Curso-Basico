           move ctt-quantidade  to ite-quantidade
           if preco-encontrado
               move ws-preco-vigente to ite-preco-unitario
               move "T"              to ite-origem-preco
           else
               move pro-preco        to ite-preco-unitario
               move "P"              to ite-origem-preco
           end-if
           compute ite-total rounded =
                   ite-quantidade * ite-preco-unitario
