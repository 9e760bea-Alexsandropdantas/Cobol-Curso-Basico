      * controles emitem o mesmo numero. O controle de numeracao
      * separa os dominios por dezena do codigo da faixa: 0x sao
      * codigos de cliente, 1x numeros de fatura, 2x numeros de
      * pedido gerados (contratos, importacao, orcamentos e
      * renegociacoes de titulos, que usam a chave do pedido), 3x
      * documentos de suprimento (31 pedidos de compra, 32
      * inventarios, 33 expedicoes, 34 transferencias entre
      * filiais), 4x documentos comerciais (41 orcamentos, 42
      * notas de credito), 5x documentos financeiros (51 titulos
      * a pagar).
      * Faixas de dominios diferentes sao espacos independentes e
      * podem repetir numeros sem conflito.
       verifica-sobreposicao.
           move "N" to situacao-sobreposicao
           divide ws-filial by 10 giving ws-dominio-novo
