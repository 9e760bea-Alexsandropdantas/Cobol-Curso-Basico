       01 ws-tipo                  pic x(01) value spaces.
       01 ws-data-descarga         pic 9(08) value zeros.
       01 ws-hora-descarga         pic 9(08) value zeros.
       01 ws-imagem-corrente       pic x(400) value spaces.
       01 ws-aplicados             pic 9(05) value zeros.
       01 ws-ja-aplicados          pic 9(05) value zeros.
       01 ws-nao-aplicados         pic 9(05) value zeros.
