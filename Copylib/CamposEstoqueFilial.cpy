       01 estado-estoque-filial    pic x(02) value spaces.
       01 ws-esf-produto           pic 9(05) value zeros.
       01 ws-esf-filial            pic 9(02) value zeros.
       01 ws-esf-operacao          pic x(01) value spaces.
       01 ws-esf-quantidade        pic 9(07)v99 value zeros.
