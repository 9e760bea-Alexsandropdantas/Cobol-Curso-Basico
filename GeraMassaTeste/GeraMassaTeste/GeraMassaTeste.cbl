          03 tmv-registro occurs 999 times pic x(150).
       01 ws-total-pedidos         pic 9(04) value zeros.
       01 tabela-massa-pedidos.
          03 tmp-registro occurs 999 times pic x(250).
       01 ws-total-contatos        pic 9(03) value zeros.
       01 tabela-massa-contatos.
          03 tmt-registro occurs 500 times pic x(150).
