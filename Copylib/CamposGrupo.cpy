       01 ws-grp-grupo             pic 9(04) value zeros.
       01 ws-grp-pedido-excluido   pic 9(06) value zeros.
       01 ws-grp-situacao          pic x(01) value spaces.
          88 ws-grp-encontrado     value "S".
       01 ws-grp-limite            pic 9(11)v99 value zeros.
       01 ws-grp-titulos           pic 9(11)v99 value zeros.
       01 ws-grp-pedidos           pic 9(11)v99 value zeros.
       01 ws-grp-exposicao         pic 9(11)v99 value zeros.
       01 ws-grp-membros           pic 9(04) value zeros.
       01 ws-grp-bloqueados        pic 9(04) value zeros.
       01 ws-grp-propaga           pic x(01) value spaces.
          88 ws-grp-propaga-bloqueio value "S".
