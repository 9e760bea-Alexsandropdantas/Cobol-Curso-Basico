             05 tde-pedidos        pic 9(05).
             05 tde-bruto          pic 9(13)v99.
             05 tde-liquido        pic 9(13)v99.
             05 tde-volume         pic 9(13)v99.
       01 ws-achou-vend            pic x(01) value "N".
       01 ws-margem-dada           pic 9(13)v99 value zeros.
       01 ws-margem-total          pic 9(13)v99 value zeros.
       01 ws-volume-total          pic 9(13)v99 value zeros.
       01 ws-data.
          03 ws-ano                pic 9(02).
          03 ws-mes                pic 9(02).
         03 filler                pic x(18) value "VALOR BRUTO".
         03 filler                pic x(18) value "VALOR LIQUIDO".
         03 filler                pic x(18) value "MARGEM DADA".
         03 filler                pic x(18) value "DESC. VOLUME".
       01 linha-02.
         03 filler                pic x(05) value spaces.
         03 12-vendedor           pic zz9bbb.
         03 12-pedidos            pic zz.zz9bbbb.
         03 12-bruto              pic zz.zzz.zzz.zz9,99b.
         03 12-liquido            pic zz.zzz.zzz.zz9,99b.
         03 12-margem             pic zz.zzz.zzz.zz9,99b.
         03 12-volume             pic zz.zzz.zzz.zz9,99.
       01 linha-03.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26)
                value "Margem Total Concedida.:".
         03 13-margem             pic zz.zzz.zzz.zz9,99.
       01 linha-04.
         03 filler                pic x(05) value spaces.
         03 filler                pic x(26)
                value "Desconto Volume Total..:".
         03 14-volume             pic zz.zzz.zzz.zz9,99.

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

           initialize tabela-descontos
           move zeros to ws-total-vends ws-margem-total
                         ws-volume-total

           move zeros to numero-pedidos
           start pedidos key is >= chave-pedidos invalid key
               go gera-relatorio-le
           end-if
           if desconto-pedidos = zeros
               and desconto-volume-pedidos = zeros
               go gera-relatorio-le
           end-if

           add 1                   to tde-pedidos(ws-indice-vend)
           add valor-bruto-pedidos to tde-bruto(ws-indice-vend)
           add valor-pedidos       to tde-liquido(ws-indice-vend)
           add desconto-volume-pedidos
                                   to tde-volume(ws-indice-vend)

           go gera-relatorio-le.
       gera-relatorio-fim.
                     - tde-liquido(ws-indice-vend)
               end-compute
               add ws-margem-dada to ws-margem-total
               add tde-volume(ws-indice-vend) to ws-volume-total

               move tde-vendedor(ws-indice-vend) to 12-vendedor
               move nome-vendedores              to 12-nome
               move tde-bruto(ws-indice-vend)    to 12-bruto
               move tde-liquido(ws-indice-vend)  to 12-liquido
               move ws-margem-dada               to 12-margem
               move tde-volume(ws-indice-vend)   to 12-volume
               write linha-relatorio from linha-02 at eop
                   write linha-relatorio from linha-00
                   write linha-relatorio from linha-01

           move ws-margem-total to 13-margem
           write linha-relatorio from linha-03
           move ws-volume-total to 14-volume
           write linha-relatorio from linha-04
           move "Fim do Relatorio" to linha-relatorio
           write linha-relatorio
           close relatorio
