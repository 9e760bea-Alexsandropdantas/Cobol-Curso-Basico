       01 estado-vendedores     pic x(02) value spaces.
       01 estado-senha          pic x(02) value spaces.
       01 estado-jornal         pic x(02) value spaces.
       01 ws-imagem-anterior    pic x(400) value spaces.
       01 estado-alteracoes     pic x(02) value spaces.
       01 ws-taxa-anterior      pic 9(02)v99 value zeros.
       01 ws-alt-numero         pic 9(07) value zeros.
