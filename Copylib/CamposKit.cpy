       01 ws-kit-operacao          pic x(01) value spaces.
       01 ws-kit-produto           pic 9(05) value zeros.
       01 ws-kit-filial            pic 9(02) value zeros.
       01 ws-kit-quantidade        pic 9(05)v99 value zeros.
       01 ws-kit-documento         pic 9(06) value zeros.
       01 ws-kit-operador          pic x(08) value spaces.
       01 ws-kit-sequencia         pic 9(02) value zeros.
       01 ws-kit-expedicao         pic 9(06) value zeros.
       01 ws-kit-cliente           pic 9(06) value zeros.
       01 ws-kit-efetivo           pic 9(05)v99 value zeros.
       01 ws-kit-custo             pic 9(09)v99 value zeros.
