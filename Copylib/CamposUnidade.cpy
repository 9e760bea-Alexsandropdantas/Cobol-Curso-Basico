       01 estado-unidades-produto  pic x(02) value spaces.
       01 ws-und-produto           pic 9(05) value zeros.
       01 ws-und-unidade           pic x(03) value spaces.
       01 ws-und-base              pic x(03) value spaces.
       01 ws-und-uso               pic x(01) value spaces.
          88 ws-und-uso-venda      value "V".
          88 ws-und-uso-compra     value "C".
       01 ws-und-fator             pic 9(05)v9(04) value zeros.
       01 ws-und-situacao          pic x(01) value spaces.
          88 ws-und-valida         value "S".
