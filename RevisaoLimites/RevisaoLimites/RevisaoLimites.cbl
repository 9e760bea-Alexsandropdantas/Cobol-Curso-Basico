       01 ws-fator-limite          pic 9(02)v99 value 03,00.
       01 ws-atrasos               pic 9(03) value zeros.
       01 ws-geradas               pic 9(05) value zeros.
       01 ws-imagem-anterior       pic x(400) value spaces.
       01 linha                    pic 99    value zeros.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
