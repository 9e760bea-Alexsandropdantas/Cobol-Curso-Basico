       identification division.
       program-id. Menu-Suprimentos.

       environment division.
       configuration section.
       special-names. decimal-point is comma.

       data division.
       working-storage section.
       01 ws-opc                pic 99    value zeros.
       01 resposta              pic x(01) value spaces.
       01 modo-batch-chamada    pic x(01) value spaces.
       01 resultado-chamada     pic x(02) value spaces.
       01 ws-nivel-exigido      pic 9(01) value zeros.
       01 situacao-autorizacao  pic x(01) value "N".
          88 opcao-autorizada   value "S".
       copy "C:\CursoCobol\Copylib\UsuarioLogado.cpy".

       copy "C:\CursoCobol\Copylib\LocalArquivos.cpy".

       screen section.
       01 tela-opcoes.
          03 line 01 column 01 blank screen.
          03 line 02 column 05 "Suprimentos e Estoque".
          03 line 02 column 45 "Operador: ".
          03 line 02 column 55 pic x(08) from usuario-corrente.
          03 line 04 column 05 "01-Manutencao de Fornecedores".
          03 line 05 column 05 "02-Pedidos de Compra".
          03 line 06 column 05 "03-Compras em Aberto por Fornecedor".
          03 line 07 column 05 "04-Sugestao de Reposicao".
          03 line 08 column 05 "05-Inventario Fisico".
          03 line 09 column 05 "06-Valorizacao do Estoque".
          03 line 10 column 05 "07-Curva ABC e Produtos Parados".
          03 line 11 column 05 "08-Expedicao de Pedidos".
          03 line 12 column 05 "09-Backorder por Produto e Cliente".
          03 line 13 column 05 "10-Transportadoras e Tabela de Frete".
          03 line 14 column 05 "11-Fretes por Transportadora e UF".
          03 line 15 column 05 "12-Rotas de Entrega".
          03 line 16 column 05 "13-Romaneio de Carga por Rota".
          03 line 17 column 05 "14-Lotes Vencidos e a Vencer".
          03 line 18 column 05 "15-Recall de Lote".
          03 line 19 column 05 "16-Transferencias Entre Filiais".
          03 line 22 column 05 "00-Volta ao Modulo Comercial".
          03 line 23 column 05 "Opcao: ".
          03                   pic 99 using ws-opc.

       procedure division.
       prepara-ambiente section.
           call "Carrega-Ambiente" end-call.

       mostra-opcoes.
           display tela-opcoes
           accept tela-opcoes

           if ws-opc = 00
               goback
           end-if

           perform verifica-autorizacao
           if not opcao-autorizada
               display "Opcao Nao Permitida Para o Seu Perfil." at 2401
               accept resposta at 2480
               go mostra-opcoes
           end-if

           evaluate ws-opc
               when 01
                   call "Manutencao-Fornecedores" end-call
                   cancel "Manutencao-Fornecedores"
               when 02
                   call "Pedidos-Compra" end-call
                   cancel "Pedidos-Compra"
               when 03
                   call "Relatorio-Compras"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Relatorio-Compras"
               when 04
                   call "Reposicao-Estoque"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Reposicao-Estoque"
               when 05
                   call "Inventario-Estoque" end-call
                   cancel "Inventario-Estoque"
               when 06
                   call "Valorizacao-Estoque"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Valorizacao-Estoque"
               when 07
                   call "Curva-Abc-Produtos"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Curva-Abc-Produtos"
               when 08
                   call "Expedicao-Pedidos" end-call
                   cancel "Expedicao-Pedidos"
               when 09
                   call "Relatorio-Backorder" end-call
                   cancel "Relatorio-Backorder"
               when 10
                   call "Manutencao-Transportadoras" end-call
                   cancel "Manutencao-Transportadoras"
               when 11
                   call "Relatorio-Fretes" end-call
                   cancel "Relatorio-Fretes"
               when 12
                   call "Manutencao-Rotas" end-call
                   cancel "Manutencao-Rotas"
               when 13
                   call "Romaneio-Entregas"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Romaneio-Entregas"
               when 14
                   call "Validade-Lotes"
                       using modo-batch-chamada resultado-chamada
                   end-call
                   cancel "Validade-Lotes"
               when 15
                   call "Recall-Lote" end-call
                   cancel "Recall-Lote"
               when 16
                   call "Transferencia-Estoque" end-call
                   cancel "Transferencia-Estoque"
           end-evaluate

           go mostra-opcoes.

       verifica-autorizacao.
           evaluate ws-opc
               when 01
               when 10
               when 12
                   move 3 to ws-nivel-exigido
               when 03
               when 04
               when 06
               when 09
               when 11
               when 14
               when 15
                   move 1 to ws-nivel-exigido
               when other
                   move 2 to ws-nivel-exigido
           end-evaluate

           if perfil-corrente >= ws-nivel-exigido
               move "S" to situacao-autorizacao
           else
               move "N" to situacao-autorizacao
           end-if.

       end program Menu-Suprimentos.
