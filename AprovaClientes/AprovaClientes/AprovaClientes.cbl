       01 resposta               pic x(01) value spaces.
       01 opcao                  pic 9(02) value zeros.
       01 ws-cliente             pic 9(06) value zeros.
       01 ws-imagem-anterior     pic x(400) value spaces.
       01 ws-operador            pic x(08) value spaces.
       01 linha                  pic 99    value zeros.

