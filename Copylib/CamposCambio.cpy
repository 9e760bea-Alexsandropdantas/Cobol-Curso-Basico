       01 estado-moedas            pic x(02) value spaces.
       01 estado-hist-moedas       pic x(02) value spaces.
       01 ws-cmb-pais              pic 9(04) value zeros.
       01 ws-cmb-data              pic 9(08) value zeros.
       01 ws-cmb-moeda             pic x(03) value spaces.
       01 ws-cmb-taxa              pic 9(05)v9(04) value zeros.
       01 ws-cmb-situacao          pic x(01) value spaces.
          88 ws-cmb-estrangeira    value "S".
