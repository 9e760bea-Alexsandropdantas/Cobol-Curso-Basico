       identification division.
       program-id. Emissao-Boletos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       copy "C:\CursoCobol\Copylib\Select-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\Select-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\Select-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\Select-FilaRelatorios.txt".
           select relatorio assign to ws-local
               organization is line sequential.

       data division.
       copy "C:\CursoCobol\Copylib\FD-TitulosReceber.txt".
       copy "C:\CursoCobol\Copylib\FD-Clientes.cpy".
       copy "C:\CursoCobol\Copylib\FD-Enderecos.txt".
       copy "C:\CursoCobol\Copylib\FD-FilaRelatorios.txt".
       fd relatorio label record omitted
               linage is 63 lines
               with footing at 63 lines
               at top 0 lines at bottom 3.
       01 linha-relatorio          pic x(132).

       working-storage section.
       01 estado-titulos           pic x(02) value spaces.
       01 estado-clientes          pic x(02) value spaces.
       01 estado-enderecos         pic x(02) value spaces.
       01 resposta                 pic x(01) value spaces.
       01 opcao                    pic 9(02) value zeros.
       01 ws-local                 pic x(70) value spaces.
       01 ws-pedido                pic 9(06) value zeros.
       01 ws-parcela               pic 9(02) value zeros.
       01 ws-data-emissao          pic 9(08) value zeros.
       01 ws-saldo-titulo          pic 9(09)v99 value zeros.
       01 ws-boletos-impressos     pic 9(05) value zeros.
       01 ws-boletos-recusados     pic 9(05) value zeros.
       01 ws-primeiro-boleto       pic x(01) value "S".
          88 primeiro-boleto       value "S".
       01 situacao-enderecos       pic x(01) value "N".
          88 enderecos-disponivel  value "S".
       01 situacao-titulo          pic x(01) value "N".
          88 titulo-imprimivel     value "S".
       01 ws-motivo                pic x(40) value spaces.

      * Dados do beneficiario vindos da tabela de parametros.
       01 ws-par-codigo            pic x(20) value spaces.
       01 ws-par-valor-num         pic s9(09)v99 value zeros.
       01 ws-par-valor-texto       pic x(20) value spaces.
       01 ws-par-achou             pic x(01) value "N".
       01 ws-banco                 pic 9(03) value zeros.
       01 ws-agencia               pic 9(04) value zeros.
       01 ws-conta                 pic 9(07) value zeros.
       01 ws-carteira              pic 9(02) value 09.
       01 ws-beneficiario          pic x(20) value spaces.
       01 ws-juros-mes             pic 9(02)v99 value 02,00.
       01 ws-multa                 pic 9(02)v99 value 02,00.

      * Codigo de barras padrao Febraban (44 posicoes): banco,
      * moeda, digito geral, fator de vencimento, valor e campo
      * livre (agencia, carteira, nosso numero, conta, zero).
       01 ws-codigo-barras.
          03 cbr-banco             pic 9(03).
          03 cbr-moeda             pic 9(01).
          03 cbr-dv-geral          pic 9(01).
          03 cbr-fator             pic 9(04).
          03 cbr-valor             pic 9(08)v99.
          03 cbr-campo-livre.
             05 cbr-agencia        pic 9(04).
             05 cbr-carteira       pic 9(02).
             05 cbr-nosso-numero   pic 9(11).
             05 cbr-conta          pic 9(07).
             05 cbr-zero           pic 9(01).
       01 filler redefines ws-codigo-barras.
          03 cbr-posicao-01-04     pic x(04).
          03 filler                pic x(01).
          03 cbr-posicao-06-19     pic x(14).
          03 cbr-posicao-20-24     pic x(05).
          03 cbr-posicao-25-34     pic x(10).
          03 cbr-posicao-35-44     pic x(10).

      * Linha digitavel: tres campos com digito modulo 10, o
      * digito geral do codigo de barras e fator + valor.
       01 ws-linha-digitavel.
          03 ldg-campo1-a          pic x(05).
          03 filler                pic x(01) value ".".
          03 ldg-campo1-b          pic x(04).
          03 ldg-dv1               pic 9(01).
          03 filler                pic x(01) value space.
          03 ldg-campo2-a          pic x(05).
          03 filler                pic x(01) value ".".
          03 ldg-campo2-b          pic x(05).
          03 ldg-dv2               pic 9(01).
          03 filler                pic x(01) value space.
          03 ldg-campo3-a          pic x(05).
          03 filler                pic x(01) value ".".
          03 ldg-campo3-b          pic x(05).
          03 ldg-dv3               pic 9(01).
          03 filler                pic x(01) value space.
          03 ldg-dv-geral          pic 9(01).
          03 filler                pic x(01) value space.
          03 ldg-fator-valor       pic x(14).

      * Area de calculo dos digitos verificadores.
       01 ws-modulo-area           pic x(43) value spaces.
       01 filler redefines ws-modulo-area.
          03 mod-digito            pic 9(01) occurs 43 times.
       01 ws-mod-tamanho           pic 99    value zeros.
       01 ws-mod-indice            pic 99    value zeros.
       01 ws-mod-peso              pic 99    value zeros.
       01 ws-mod-produto           pic 9(03) value zeros.
       01 ws-mod-soma              pic 9(05) value zeros.
       01 ws-mod-quociente         pic 9(05) value zeros.
       01 ws-mod-resto             pic 9(02) value zeros.
       01 ws-mod-dv                pic 9(02) value zeros.

      * Contagem corrida de dias para o fator de vencimento, que
      * conta os dias desde 07/10/1997 e recomeca em 1000 ao
      * passar de 9999.
       01 ws-conv-data             pic 9(08) value zeros.
       01 filler redefines ws-conv-data.
          03 ws-conv-ano           pic 9(04).
          03 ws-conv-mes           pic 9(02).
          03 ws-conv-dia           pic 9(02).
       01 ws-conv-dias             pic 9(07) value zeros.
       01 ws-conv-anos             pic 9(04) value zeros.
       01 ws-conv-trab             pic 9(04) value zeros.
       01 ws-conv-resto            pic 9(04) value zeros.
       01 ws-dias-base             pic 9(07) value zeros.
       01 ws-fator                 pic 9(07) value zeros.
       01 situacao-ano-bissexto    pic x(01) value "N".
          88 ano-bissexto          value "S".

       01 ws-data-edit.
          03 ws-edit-dia           pic 9(02).
          03 filler                pic x(01) value "/".
          03 ws-edit-mes           pic 9(02).
          03 filler                pic x(01) value "/".
          03 ws-edit-ano           pic 9(04).
       01 ws-data-aux              pic 9(08) value zeros.
       01 filler redefines ws-data-aux.
          03 ws-aux-ano            pic 9(04).
          03 ws-aux-mes            pic 9(02).
          03 ws-aux-dia            pic 9(02).

      * Area de Impressao do Boleto ------------------------------- *
       01 linha-00.
         03 filler                pic x(80) value all "-".
       01 linha-01.
         03 filler                pic x(07) value "Banco: ".
         03 01-banco              pic 9(03).
         03 filler                pic x(05) value " |  ".
         03 01-linha-digitavel    pic x(54).
       01 linha-02.
         03 filler                pic x(20)
                value "Local de Pagamento: ".
         03 filler                pic x(40)
                value "Pagavel em qualquer banco ate o vencto.".
         03 filler                pic x(12) value "Vencimento: ".
         03 02-vencimento         pic x(10).
       01 linha-03.
         03 filler                pic x(14) value "Beneficiario: ".
         03 03-beneficiario       pic x(20).
         03 filler                pic x(06) value spaces.
         03 filler                pic x(16) value "Agencia/Codigo: ".
         03 03-agencia            pic 9(04).
         03 filler                pic x(01) value "/".
         03 03-conta              pic 9(07).
       01 linha-04.
         03 filler                pic x(16) value "Data Documento: ".
         03 04-emissao            pic x(10).
         03 filler                pic x(16) value "  No.Documento: ".
         03 04-pedido             pic 9(06).
         03 filler                pic x(01) value "/".
         03 04-parcela            pic 9(02).
         03 filler                pic x(16) value "  Nosso Numero: ".
         03 04-carteira           pic 9(02).
         03 filler                pic x(01) value "/".
         03 04-nosso-numero       pic 9(11).
       01 linha-05.
         03 filler                pic x(50) value spaces.
         03 filler                pic x(18) value "(=) Valor Docto.: ".
         03 05-valor              pic zz.zzz.zz9,99.
       01 linha-06.
         03 filler                pic x(43)
                value "Instrucoes: Apos o vencimento cobrar multa ".
         03 filler                pic x(03) value "de ".
         03 06-multa              pic z9,99.
         03 filler                pic x(13) value "% e juros de ".
         03 06-juros              pic z9,99.
         03 filler                pic x(08) value "% ao mes".
       01 linha-07.
         03 filler                pic x(09) value "Pagador: ".
         03 07-cliente            pic zzzzz9b.
         03 07-nome               pic x(40).
         03 filler                pic x(10) value " CPF/CNPJ:".
         03 07-documento          pic x(14).
       01 linha-08.
         03 filler                pic x(09) value spaces.
         03 08-endereco           pic x(40).
       01 linha-09.
         03 filler                pic x(09) value spaces.
         03 09-cidade             pic x(40).
         03 filler                pic x(01) value space.
         03 09-uf                 pic x(02).
       01 linha-10.
         03 filler                pic x(18) value "Codigo de Barras: ".
         03 10-codigo-barras      pic x(44).
       01 linha-11.
         03 filler                pic x(30)
                value "- - - - - - - - - - - - - - - ".
         03 filler                pic x(20) value "Corte Aqui".
         03 filler                pic x(30)
                value "- - - - - - - - - - - - - - - ".

       copy "C:\CursoCobol\Copylib\CamposSpool.cpy".
       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

      * Banco, agencia e conta do beneficiario sao obrigatorios: sem
      * eles o codigo de barras nao tem como ser montado.
       carrega-parametros section.
           move "BOLETO-BANCO" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-banco
           end-if
           move "BOLETO-AGENCIA" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-agencia
           end-if
           move "BOLETO-CONTA" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-conta
           end-if
           move "BOLETO-CARTEIRA" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-carteira
           end-if
           move "BOLETO-BENEFICIARIO" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S"
               move ws-par-valor-texto to ws-beneficiario
           end-if
           move "JUROS-MES" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-juros-mes
           end-if
           move "MULTA-ATRASO" to ws-par-codigo
           perform le-parametro
           if ws-par-achou = "S" and ws-par-valor-num > zeros
               move ws-par-valor-num to ws-multa
           end-if

           if ws-banco = zeros or ws-agencia = zeros
               or ws-conta = zeros
               display "Parametros BOLETO-BANCO/AGENCIA/CONTA Nao "
                                                         at 2201
               display "Cadastrados. Enter" at 2301
               accept resposta at 2380
               goback
           end-if

      * Dias corridos de 07/10/1997, base do fator de vencimento.
           move 19971007 to ws-conv-data
           perform converte-data-dias
           move ws-conv-dias to ws-dias-base.

       abre-arquivos section.
           open input titulos-receber
           if estado-titulos not = "00"
               display "Arquivo Titulos Com Problema Estado " at 2301
                           estado-titulos
               accept resposta at 2380
               goback
           end-if

           open input clientes
           if estado-clientes not = "00"
               display "Arquivo Clientes Com Problema Estado " at 2301
                           estado-clientes
               accept resposta at 2380
               close titulos-receber
               goback
           end-if

           move "N" to situacao-enderecos
           open input enderecos
           if estado-enderecos = "00"
               move "S" to situacao-enderecos
           end-if.

       mostra-opcoes section.
           display erase                                   at 0101
           display "Emissao de Boletos"                    at 0101
           display "01-Boleto de um titulo"                at 0401
           display "02-Boletos de um pedido"               at 0501
           display "03-Boletos dos titulos emitidos no dia" at 0601
           display "00-Sair"                               at 0801
           display "Opcao: "                               at 1001
           accept opcao at 1008

           if opcao = 01
               go boleto-titulo
           else
           if opcao = 02
               go boleto-pedido
           else
           if opcao = 03
               go boleto-dia
           else
           if opcao = 00
               close titulos-receber clientes
               if enderecos-disponivel
                   close enderecos
               end-if
               goback
           else
               go mostra-opcoes
           end-if.

       boleto-titulo section.
           display erase                   at 0101
           display "Pedido.............: " at 0501
           display "Parcela............: " at 0601
           move zeros to ws-pedido ws-parcela
           accept ws-pedido at 0522
           if ws-pedido = zeros
               go mostra-opcoes
           end-if
           accept ws-parcela at 0622

           move ws-pedido  to tit-pedido
           move ws-parcela to tit-parcela
           read titulos-receber invalid key
               display "Titulo Nao Cadastrado, verifique." at 2301
               accept resposta at 2380
               go boleto-titulo
           end-read

           perform verifica-titulo
           if not titulo-imprimivel
               display ws-motivo at 2301
               accept resposta at 2380
               go boleto-titulo
           end-if

           perform inicia-impressao
           perform imprime-boleto
           perform encerra-impressao
           go mostra-opcoes.

       boleto-pedido section.
           display erase                   at 0101
           display "Pedido.............: " at 0501
           move zeros to ws-pedido
           accept ws-pedido at 0522
           if ws-pedido = zeros
               go mostra-opcoes
           end-if

           move ws-pedido to tit-pedido
           move zeros     to tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               display "Pedido Sem Titulos, verifique." at 2301
               accept resposta at 2380
               go boleto-pedido
           end-start

           perform inicia-impressao.
       boleto-pedido-le.
           read titulos-receber next at end
               go boleto-pedido-fim
           end-read
           if tit-pedido not = ws-pedido
               go boleto-pedido-fim
           end-if

           perform verifica-titulo
           if titulo-imprimivel
               perform imprime-boleto
           else
               add 1 to ws-boletos-recusados
           end-if
           go boleto-pedido-le.
       boleto-pedido-fim.
           perform encerra-impressao
           go mostra-opcoes.

       boleto-dia section.
           display erase                   at 0101
           display "Emissao AAAAMMDD...: " at 0501
           move zeros to ws-data-emissao
           accept ws-data-emissao at 0522
           if ws-data-emissao = zeros
               go mostra-opcoes
           end-if

           move zeros to tit-pedido tit-parcela
           start titulos-receber key is >= chave-titulos invalid key
               display "Nao Ha Titulos Cadastrados. Enter" at 2301
               accept resposta at 2380
               go mostra-opcoes
           end-start

           perform inicia-impressao.
       boleto-dia-le.
           read titulos-receber next at end
               go boleto-dia-fim
           end-read
           if tit-emissao not = ws-data-emissao
               go boleto-dia-le
           end-if

           perform verifica-titulo
           if titulo-imprimivel
               perform imprime-boleto
           else
               add 1 to ws-boletos-recusados
           end-if
           go boleto-dia-le.
       boleto-dia-fim.
           perform encerra-impressao
           go mostra-opcoes.

      * So vai para boleto o titulo aberto, com saldo e que ja
      * recebeu nosso numero na remessa de cobranca.
       verifica-titulo section.
           move "N"    to situacao-titulo
           move spaces to ws-motivo
           compute ws-saldo-titulo = tit-valor - tit-valor-recebido
           end-compute

           if not titulo-aberto
               move "Titulo Nao Esta Em Aberto, verifique." to ws-motivo
               go verifica-titulo-fim
           end-if
           if tit-nosso-numero = zeros
               move "Titulo Sem Nosso Numero: gere a Remessa."
                                                         to ws-motivo
               go verifica-titulo-fim
           end-if
           if ws-saldo-titulo = zeros
               move "Titulo Sem Saldo a Receber, verifique."
                                                         to ws-motivo
               go verifica-titulo-fim
           end-if
           if ws-saldo-titulo > 99999999,99
               move "Valor Acima do Limite do Boleto." to ws-motivo
               go verifica-titulo-fim
           end-if

           move "S" to situacao-titulo.
       verifica-titulo-fim.
           exit.

      * Cada execucao gera um arquivo de spool proprio, que fica
      * no registro de relatorios para reimpressao.
       inicia-impressao section.
           move "Emissao-Boletos" to ws-spool-programa
           move "Spool-Boletos"   to ws-spool-nome
           perform registra-spool

           open output relatorio
           move "S"   to ws-primeiro-boleto
           move zeros to ws-boletos-impressos ws-boletos-recusados.

       encerra-impressao section.
           close relatorio
           display "Boletos Impressos.: " at 2101 ws-boletos-impressos
           display "Titulos Recusados.: " at 2201 ws-boletos-recusados
           display "Enter Continua" at 2301
           accept resposta at 2380.

       imprime-boleto section.
           perform monta-codigo-barras
           perform monta-linha-digitavel

           move tit-cliente to codigo-clientes
           read clientes invalid key
               move spaces to nome-clientes endereco-clientes
                              cidade-clientes uf-clientes
               move zeros  to cpf-clientes cnpj-clientes
               move "F"    to tipo-pessoa-clientes
           end-read

      * O boleto vai para o endereco de cobranca do cadastro de
      * enderecos; sem cobranca cadastrada, vale o do cliente.
           move endereco-clientes to 08-endereco
           move cidade-clientes   to 09-cidade
           move uf-clientes       to 09-uf
           if enderecos-disponivel
               move tit-cliente to end-cliente
               move "C"         to end-tipo
               move 01          to end-sequencia
               read enderecos
                   invalid key
                       continue
                   not invalid key
                       move end-endereco to 08-endereco
                       move end-cidade   to 09-cidade
                       move end-uf       to 09-uf
               end-read
           end-if

           move ws-banco            to 01-banco
           move ws-linha-digitavel  to 01-linha-digitavel
           move tit-vencimento      to ws-data-aux
           perform formata-data
           move ws-data-edit        to 02-vencimento
           move ws-beneficiario     to 03-beneficiario
           move ws-agencia          to 03-agencia
           move ws-conta            to 03-conta
           move tit-emissao         to ws-data-aux
           perform formata-data
           move ws-data-edit        to 04-emissao
           move tit-pedido          to 04-pedido
           move tit-parcela         to 04-parcela
           move ws-carteira         to 04-carteira
           move cbr-nosso-numero    to 04-nosso-numero
           move ws-saldo-titulo     to 05-valor
           move ws-multa            to 06-multa
           move ws-juros-mes        to 06-juros
           move tit-cliente         to 07-cliente
           move nome-clientes       to 07-nome
           if cliente-pessoa-juridica
               move cnpj-clientes       to 07-documento
           else
               move cpf-clientes        to 07-documento
           end-if
           move ws-codigo-barras    to 10-codigo-barras

           if primeiro-boleto
               move "N" to ws-primeiro-boleto
               move spaces to linha-relatorio
               write linha-relatorio
               write linha-relatorio from linha-00
           else
               write linha-relatorio from linha-00
                   after advancing page
           end-if
           write linha-relatorio from linha-01
           write linha-relatorio from linha-00
           write linha-relatorio from linha-02
           write linha-relatorio from linha-03
           write linha-relatorio from linha-04
           write linha-relatorio from linha-05
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-06
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-07
           write linha-relatorio from linha-08
           write linha-relatorio from linha-09
           write linha-relatorio from linha-00
           write linha-relatorio from linha-10
           move spaces to linha-relatorio
           write linha-relatorio
           write linha-relatorio from linha-11

           add 1 to ws-boletos-impressos.

       monta-codigo-barras section.
           move ws-banco            to cbr-banco
           move 9                   to cbr-moeda
           move zeros               to cbr-dv-geral
           move ws-saldo-titulo     to cbr-valor
           move ws-agencia          to cbr-agencia
           move ws-carteira         to cbr-carteira
           move tit-nosso-numero    to cbr-nosso-numero
           move ws-conta            to cbr-conta
           move zeros               to cbr-zero

           move tit-vencimento to ws-conv-data
           perform converte-data-dias
           if ws-conv-dias > ws-dias-base
               compute ws-fator = ws-conv-dias - ws-dias-base
               end-compute
           else
               move zeros to ws-fator
           end-if
           if ws-fator > 9999
               subtract 10000 from ws-fator
               divide ws-fator by 9000 giving ws-conv-trab
                               remainder ws-conv-resto
               compute ws-fator = ws-conv-resto + 1000
               end-compute
           end-if
           move ws-fator to cbr-fator

      * Digito geral: modulo 11 sobre as 43 posicoes restantes.
           move spaces to ws-modulo-area
           string cbr-posicao-01-04 delimited by size
                  cbr-posicao-06-19 delimited by size
                  cbr-posicao-20-24 delimited by size
                  cbr-posicao-25-34 delimited by size
                  cbr-posicao-35-44 delimited by size
                  into ws-modulo-area
           end-string
           move 43 to ws-mod-tamanho
           perform calcula-modulo-11
           move ws-mod-dv to cbr-dv-geral.

       monta-linha-digitavel section.
           move cbr-posicao-01-04       to ldg-campo1-a(1:4)
           move cbr-posicao-20-24(1:1)  to ldg-campo1-a(5:1)
           move cbr-posicao-20-24(2:4)  to ldg-campo1-b
           move spaces to ws-modulo-area
           move cbr-posicao-01-04      to ws-modulo-area(1:4)
           move cbr-posicao-20-24      to ws-modulo-area(5:5)
           move 9 to ws-mod-tamanho
           perform calcula-modulo-10
           move ws-mod-dv to ldg-dv1

           move cbr-posicao-25-34(1:5)  to ldg-campo2-a
           move cbr-posicao-25-34(6:5)  to ldg-campo2-b
           move spaces to ws-modulo-area
           move cbr-posicao-25-34      to ws-modulo-area(1:10)
           move 10 to ws-mod-tamanho
           perform calcula-modulo-10
           move ws-mod-dv to ldg-dv2

           move cbr-posicao-35-44(1:5)  to ldg-campo3-a
           move cbr-posicao-35-44(6:5)  to ldg-campo3-b
           move spaces to ws-modulo-area
           move cbr-posicao-35-44      to ws-modulo-area(1:10)
           move 10 to ws-mod-tamanho
           perform calcula-modulo-10
           move ws-mod-dv to ldg-dv3

           move cbr-dv-geral            to ldg-dv-geral
           move cbr-posicao-06-19       to ldg-fator-valor.

      * Modulo 10: pesos 2 e 1 alternados da direita para a
      * esquerda, somando os algarismos dos produtos.
       calcula-modulo-10 section.
           move zeros to ws-mod-soma
           move 2     to ws-mod-peso
           perform soma-modulo-10
               varying ws-mod-indice from ws-mod-tamanho by -1
                 until ws-mod-indice < 1
           divide ws-mod-soma by 10 giving ws-mod-quociente
                              remainder ws-mod-resto
           if ws-mod-resto = zeros
               move zeros to ws-mod-dv
           else
               compute ws-mod-dv = 10 - ws-mod-resto
               end-compute
           end-if
           go calcula-modulo-10-fim.
       soma-modulo-10.
           compute ws-mod-produto =
                   mod-digito(ws-mod-indice) * ws-mod-peso
           end-compute
           if ws-mod-produto > 9
               subtract 9 from ws-mod-produto
           end-if
           add ws-mod-produto to ws-mod-soma
           if ws-mod-peso = 2
               move 1 to ws-mod-peso
           else
               move 2 to ws-mod-peso
           end-if.
       calcula-modulo-10-fim.
           exit.

      * Modulo 11: pesos de 2 a 9 da direita para a esquerda;
      * resultado 0, 10 ou 11 vira digito 1.
       calcula-modulo-11 section.
           move zeros to ws-mod-soma
           move 2     to ws-mod-peso
           perform soma-modulo-11
               varying ws-mod-indice from ws-mod-tamanho by -1
                 until ws-mod-indice < 1
           divide ws-mod-soma by 11 giving ws-mod-quociente
                              remainder ws-mod-resto
           compute ws-mod-dv = 11 - ws-mod-resto
           end-compute
           if ws-mod-dv = 0 or ws-mod-dv > 9
               move 1 to ws-mod-dv
           end-if
           go calcula-modulo-11-fim.
       soma-modulo-11.
           compute ws-mod-produto =
                   mod-digito(ws-mod-indice) * ws-mod-peso
           end-compute
           add ws-mod-produto to ws-mod-soma
           if ws-mod-peso = 9
               move 2 to ws-mod-peso
           else
               add 1 to ws-mod-peso
           end-if.
       calcula-modulo-11-fim.
           exit.

      * Dias corridos desde o inicio da era: anos completos, os
      * bissextos desses anos, os meses completos e o dia.
       converte-data-dias section.
           compute ws-conv-anos = ws-conv-ano - 1
           end-compute
           compute ws-conv-dias = ws-conv-anos * 365
           end-compute
           divide ws-conv-anos by 4 giving ws-conv-trab
           add ws-conv-trab to ws-conv-dias
           divide ws-conv-anos by 100 giving ws-conv-trab
           subtract ws-conv-trab from ws-conv-dias
           divide ws-conv-anos by 400 giving ws-conv-trab
           add ws-conv-trab to ws-conv-dias

           evaluate ws-conv-mes
               when 01 move 000 to ws-conv-trab
               when 02 move 031 to ws-conv-trab
               when 03 move 059 to ws-conv-trab
               when 04 move 090 to ws-conv-trab
               when 05 move 120 to ws-conv-trab
               when 06 move 151 to ws-conv-trab
               when 07 move 181 to ws-conv-trab
               when 08 move 212 to ws-conv-trab
               when 09 move 243 to ws-conv-trab
               when 10 move 273 to ws-conv-trab
               when 11 move 304 to ws-conv-trab
               when other move 334 to ws-conv-trab
           end-evaluate
           add ws-conv-trab to ws-conv-dias
           add ws-conv-dia  to ws-conv-dias

           move "N" to situacao-ano-bissexto
           divide ws-conv-ano by 4 giving ws-conv-trab
                           remainder ws-conv-resto
           if ws-conv-resto = zeros
               move "S" to situacao-ano-bissexto
               divide ws-conv-ano by 100 giving ws-conv-trab
                               remainder ws-conv-resto
               if ws-conv-resto = zeros
                   move "N" to situacao-ano-bissexto
                   divide ws-conv-ano by 400 giving ws-conv-trab
                                   remainder ws-conv-resto
                   if ws-conv-resto = zeros
                       move "S" to situacao-ano-bissexto
                   end-if
               end-if
           end-if
           if ano-bissexto and ws-conv-mes > 02
               add 1 to ws-conv-dias
           end-if.

       formata-data section.
           move ws-aux-dia to ws-edit-dia
           move ws-aux-mes to ws-edit-mes
           move ws-aux-ano to ws-edit-ano.

       le-parametro section.
           call "Le-Parametro"
               using ws-par-codigo ws-par-valor-num
                     ws-par-valor-texto ws-par-achou
           end-call
           cancel "Le-Parametro".

       copy "C:\CursoCobol\Copylib\RegistraSpool.cpy".

       end program Emissao-Boletos.
