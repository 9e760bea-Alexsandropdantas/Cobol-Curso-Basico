       file-control.
       copy "C:\CursoCobol\Copylib\Select-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\Select-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\Select-TitulosPagar.txt".

       data division.
       copy "C:\CursoCobol\Copylib\FD-Comissoes.txt".
       copy "C:\CursoCobol\Copylib\FD-Vendedores.txt".
       copy "C:\CursoCobol\Copylib\FD-TitulosPagar.txt".

       working-storage section.
       01 estado-comissoes       pic x(02) value spaces.
       01 estado-vendedores      pic x(02) value spaces.
       01 estado-titulos-pagar   pic x(02) value spaces.
       01 resposta               pic x(01) value spaces.
       01 opcao                  pic 9(02) value zeros.
       01 ws-operador            pic x(08) value spaces.
       01 ws-vendedor            pic 9(03) value zeros.
       01 ws-tipo-comissao       pic x(01) value spaces.
       01 linha                  pic 99    value zeros.
       01 situacao-titulo-pagar  pic x(01) value "N".
          88 comissao-com-titulo value "S".
       01 situacao-arq-titulos   pic x(01) value "N".
          88 titulos-pagar-disponivel value "S".

       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

               accept resposta at 2380
               close comissoes
               goback
           end-if

           open input titulos-pagar
           if estado-titulos-pagar = "00"
               move "S" to situacao-arq-titulos
           end-if.
       pede-operador section.
           if usuario-corrente not = spaces
               go consulta-vendedor
           else
           if opcao = 00
               close comissoes vendedores titulos-pagar
               goback
           else
               go mostra-opcoes
               go mostra-opcoes
           end-if

      * Competencia que ja tem titulo no contas a pagar e paga pela
      * programacao de pagamentos, que baixa as comissoes juntas.
           perform verifica-titulo-pagar thru verifica-titulo-pagar-fim
           if comissao-com-titulo
               display "Comissao Tem Titulo, Pague no Contas a Pagar."
                                      at 2301
               accept resposta at 2380
               unlock comissoes
               go mostra-opcoes
           end-if

           display "Valor da Comissao: " at 0601 com-valor
           if comissao-estorno
               display "Atencao: Estorno, Valor a Descontar." at 0701
           end-if
           if comissao-adiantamento
               display "Atencao: Desconto de Adiantamento." at 0701
           end-if
           if comissao-recalculo-debito
               display "Atencao: Recalculo a Menor, Valor a Descontar."
                                                          at 0701
           end-if
           display "Confirma o Pagamento? Sim ou Nao?" at 2301
           accept resposta at 2336
           if resposta not = "S" and "s"
           display "Pagamento Registrado. Enter" at 2301
           accept resposta at 2380
           go mostra-opcoes.
       verifica-titulo-pagar.
           move "N" to situacao-titulo-pagar
           if not titulos-pagar-disponivel
               go verifica-titulo-pagar-fim
           end-if
           move "V"         to tpg-tipo
           move ws-vendedor to tpg-codigo
           start titulos-pagar key is = tpg-favorecido invalid key
               go verifica-titulo-pagar-fim
           end-start.
       verifica-titulo-pagar-le.
           read titulos-pagar next at end
               go verifica-titulo-pagar-fim
           end-read
           if not pagar-comissao or tpg-codigo not = ws-vendedor
               go verifica-titulo-pagar-fim
           end-if
           if tpg-documento = ws-competencia and not pagar-cancelado
               move "S" to situacao-titulo-pagar
               go verifica-titulo-pagar-fim
           end-if
           go verifica-titulo-pagar-le.
       verifica-titulo-pagar-fim.
           exit.
       consulta-vendedor section.
           display erase at 0101
           display "Vendedor: " at 0301
