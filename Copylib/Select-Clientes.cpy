        alternate record key is nome-clientes with duplicates
        alternate record key is vendedor-clientes with duplicates
        alternate record key is uf-clientes with duplicates
        alternate record key is cpf-clientes with duplicates
        alternate record key is cnpj-clientes with duplicates
        alternate record key is grupo-clientes with duplicates.
