           02 det-endereco-cliente   pic x(40).
           02 det-vencimento         pic 9(08).
           02 det-valor              pic 9(11)v99.
           02 det-renegociacao       pic 9(06).
           02 filler                 pic x(14).
       01 trailer-remessa redefines linha-remessa.
           02 trl-tipo               pic x(01).
           02 trl-contagem           pic 9(07).
       01 ws-local-controle        pic x(70) value spaces.
       01 ws-proximo-nosso         pic 9(10) value zeros.
       01 ws-titulos-remetidos     pic 9(07) value zeros.
       01 ws-baixas-remetidas      pic 9(07) value zeros.
       01 ws-hash-valor            pic 9(15)v99 value zeros.
       01 ws-data-sistema          pic 9(08) value zeros.
       01 ws-hora-sistema          pic 9(08) value zeros.
           write linha-remessa

           move zeros to ws-titulos-remetidos ws-hash-valor
                         ws-baixas-remetidas

           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key

           move spaces               to linha-remessa
           move "T"                  to trl-tipo
           compute trl-contagem =
                   ws-titulos-remetidos + ws-baixas-remetidas
           end-compute
           move ws-hash-valor        to trl-hash-valor
           write linha-remessa


           move "Remessa-Cobranca"    to ctr-etapa
           move ws-titulos-remetidos  to ctr-lidos
           move trl-contagem          to ctr-gravados
           move zeros                 to ctr-rejeitados
           move ws-hash-valor         to ctr-hash-vendas
           perform grava-controle
           if not batch-ativo
               display "Titulos Remetidos: " at 2201
                           ws-titulos-remetidos
               display "Baixas: " at 2240 ws-baixas-remetidas
               display "Remessa Gerada. Enter" at 2301
               accept resposta at 2380
           end-if
               exit paragraph
           end-read

           if titulo-cancelado
               and (tit-renegociacao not = zeros or titulo-ipi-fatura)
               and tit-nosso-numero not = zeros
               and not baixa-remetida
               perform remete-baixa
               exit paragraph
           end-if
           if not titulo-aberto
               exit paragraph
           end-if
           move tit-vencimento     to det-vencimento
           compute det-valor = tit-valor - tit-valor-recebido
           end-compute
           if titulo-renegociado
               move tit-renegociacao to det-renegociacao
           else
               move zeros            to det-renegociacao
           end-if
           add det-valor to ws-hash-valor
           write linha-remessa

           add 1 to ws-titulos-remetidos.
      * Titulo ja remetido que saiu numa renegociacao: o banco
      * recebe o pedido de baixa do boleto antigo (registro B) com
      * a referencia da renegociacao, uma unica vez. O titulo do
      * IPI de fatura cancelada tem a baixa pelo mesmo registro,
      * sem renegociacao.
       remete-baixa.
           move tit-cliente to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes endereco-clientes
           end-read

           move "S" to tit-baixa-remessa
           rewrite registro-titulos invalid key
               exit paragraph
           end-rewrite

           move spaces             to linha-remessa
           move "B"                to det-tipo
           move tit-nosso-numero   to det-nosso-numero
           move nome-clientes      to det-nome-cliente
           move endereco-clientes  to det-endereco-cliente
           move tit-vencimento     to det-vencimento
           compute det-valor = tit-valor - tit-valor-recebido
           end-compute
           move tit-renegociacao   to det-renegociacao
           write linha-remessa

           add 1 to ws-baixas-remetidas.

       carrega-controle-cobranca.
           open input controle-cobranca
