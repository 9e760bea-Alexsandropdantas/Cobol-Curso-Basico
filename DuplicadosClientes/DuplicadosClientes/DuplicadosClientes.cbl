       01 ws-codigo-sobrevivente   pic 9(06) value zeros.
       01 ws-codigo-duplicado      pic 9(06) value zeros.
       01 ws-indice-mes            pic 99    value zeros.
       01 ws-imagem-anterior       pic x(400) value spaces.
       01 registro-duplicado       pic x(400) value spaces.
       01 filler redefines registro-duplicado.
          03 filler                pic x(06).
          03 dup-nome              pic x(40).
           move codigo-clientes to ws-codigo-anterior
           go detecta-nome-le.
       detecta-cpf.
      * CPF zerado (pessoa juridica) nao entra no confronto.
           move "S"   to ws-primeiro
           move zeros to cpf-clientes
           start clientes key is > cpf-clientes invalid key
               go detecta-fim
           end-start.
       detecta-cpf-le.
